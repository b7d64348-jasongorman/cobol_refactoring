       COPY DFHBMSCA.
       COPY 'rover-inq-map.cpy'.
       COPY 'rover-master.cpy'.
       COPY 'operator-authority.cpy'.
       COPY 'security-violation.cpy'.
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-NOW-TIME             PIC 9(6).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-OPERATOR-OK          PIC X(1).
           88 OPERATOR-IS-AUTHORIZED       VALUE 'Y'.
       01  WS-VIOLATION-STORED     PIC X(1).
       01  WS-BROWSE-OPEN          PIC X(1).
       01  WS-PAGE-DONE            PIC X(1).
       01  WS-LINE-INDEX           PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CHECK-OPERATOR-AUTHORITY.

           IF NOT OPERATOR-IS-AUTHORIZED
               PERFORM SEND-REFUSAL-MAP
               EXEC CICS RETURN
               END-EXEC
           END-IF.

           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
               EXEC CICS RETURN
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.

           MOVE 'N' TO WS-OPERATOR-OK.
           MOVE SPACES TO MSGLINEI.

           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.

           EXEC CICS READ FILE('ROVROPER')
               INTO(OPERATOR-AUTH-REC)
               RIDFLD(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO SECV-SITE-ID.
           MOVE SPACES TO SECV-ROVER-ID.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SECV-UNKNOWN-OPERATOR TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT ON THE OPERATOR AUTHORITY FILE'
                   DELIMITED BY SIZE INTO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           IF NOT OPAUTH-MAY-INQUIRE
               SET SECV-FUNCTION-REFUSED TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT AUTHORIZED FOR FLEET INQUIRY'
                   DELIMITED BY SIZE INTO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-OPERATOR-OK.

       LOG-SECURITY-VIOLATION.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE WS-TODAY-DATE TO SECV-DATE.
           MOVE WS-NOW-TIME TO SECV-TIME.
           MOVE EIBTRMID TO SECV-TERMID.
           MOVE 0 TO SECV-SEQ.
           MOVE WS-OPERATOR-ID TO SECV-OPERATOR-ID.
           MOVE EIBTRNID TO SECV-TRANID.
           SET SECV-INQUIRY TO TRUE.

           MOVE 'N' TO WS-VIOLATION-STORED.

           PERFORM WRITE-VIOLATION-RECORD
               UNTIL WS-VIOLATION-STORED = 'Y'.

       WRITE-VIOLATION-RECORD.

           EXEC CICS WRITE FILE('ROVRSECV')
               FROM(SECURITY-VIOLATION-REC)
               RIDFLD(SECV-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) AND SECV-SEQ < 99
               ADD 1 TO SECV-SEQ
           ELSE
               MOVE 'Y' TO WS-VIOLATION-STORED
           END-IF.

       SEND-REFUSAL-MAP.

           MOVE SPACES TO ROVRQ1O.
           MOVE MSGLINEI TO MSGLINEO.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVRQ1O)
               ERASE
           END-EXEC.

       SEND-INITIAL-MAP.

           MOVE SPACES TO ROVRQ1O.
