       COPY DFHAID.
       COPY 'rover-susp-map.cpy'.
       COPY 'suspense-master.cpy'.
       COPY 'operator-authority.cpy'.
       COPY 'security-violation.cpy'.
       01  WS-COMMAREA.
           02 CA-PAGE-KEY OCCURS 10 TIMES.
               03 CA-ROVER-ID      PIC X(6).
       01  WS-ACTION-KEY.
           02 WS-AK-ROVER-ID       PIC X(6).
           02 WS-AK-RUN-NO         PIC 9(5).
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-NOW-TIME             PIC 9(6).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-OPERATOR-OK          PIC X(1).
           88 OPERATOR-IS-AUTHORIZED       VALUE 'Y'.
       01  WS-CHECK-SITE           PIC X(3).
       01  WS-SITE-OK              PIC X(1).
           88 SITE-IS-AUTHORIZED           VALUE 'Y'.
       01  WS-AUTH-INDEX           PIC 9(2).
       01  WS-VIOLATION-STORED     PIC X(1).
       01  WS-BROWSE-OPEN          PIC X(1).
       01  WS-PAGE-DONE            PIC X(1).
       01  WS-LINE-INDEX           PIC 9(2).
       01  WS-ACTION-INDEX         PIC 9(2).
       01  WS-MARKED-COUNT         PIC 9(2).
       01  WS-REFUSED-COUNT        PIC 9(2).
       01  WS-DETAIL-LINE.
           02 WS-DL-ID             PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CHECK-OPERATOR-AUTHORITY.

           IF NOT OPERATOR-IS-AUTHORIZED
               PERFORM SEND-REFUSAL-MAP
               EXEC CICS RETURN
               END-EXEC
           END-IF.

           IF EIBCALEN = 0
               PERFORM SEND-FIRST-PAGE
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

           IF NOT OPAUTH-MAY-REVIEW-SUSPENSE
               SET SECV-FUNCTION-REFUSED TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT AUTHORIZED FOR SUSPENSE REVIEW'
                   DELIMITED BY SIZE INTO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-OPERATOR-OK.

       CHECK-SITE-AUTHORITY.

           MOVE 'N' TO WS-SITE-OK.

           IF OPAUTH-ANY-SITE
               MOVE 'Y' TO WS-SITE-OK
           ELSE
               PERFORM SCAN-AUTHORIZED-SITE
                   VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > 10
                   OR SITE-IS-AUTHORIZED
           END-IF.

       SCAN-AUTHORIZED-SITE.

           IF OPAUTH-SITE(WS-AUTH-INDEX) = WS-CHECK-SITE
               MOVE 'Y' TO WS-SITE-OK
           END-IF.

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
           SET SECV-SUSPENSE-REVIEW TO TRUE.

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

           MOVE SPACES TO ROVRS1O.
           MOVE MSGLINEI TO MSGLINEO.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVRS1O)
               ERASE
           END-EXEC.

       SEND-FIRST-PAGE.

           MOVE SPACES TO ROVRS1O.
                   TO MSGLINEO
           END-IF.

           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO MSGLINEO
               STRING WS-REFUSED-COUNT ' MARKS REFUSED - SITE NOT '
                   'AUTHORIZED FOR OPERATOR ' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO MSGLINEO
           END-IF.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVRS1O)
       APPLY-LINE-ACTIONS.

           MOVE 0 TO WS-MARKED-COUNT.
           MOVE 0 TO WS-REFUSED-COUNT.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

           PERFORM APPLY-ONE-LINE-ACTION
               VARYING WS-ACTION-INDEX FROM 1 BY 1
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.

           MOVE SUSPM-SITE-ID TO WS-CHECK-SITE.
           PERFORM CHECK-SITE-AUTHORITY.

           IF NOT SITE-IS-AUTHORIZED
               EXEC CICS UNLOCK FILE('ROVRSUSP')
               END-EXEC
               MOVE SUSPM-SITE-ID TO SECV-SITE-ID
               MOVE SUSPM-ROVER-ID TO SECV-ROVER-ID
               SET SECV-SITE-REFUSED TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE ACTI(WS-ACTION-INDEX) TO SUSPM-REVIEW-FLAG.
           MOVE WS-OPERATOR-ID TO SUSPM-REVIEWED-BY.
           MOVE WS-TODAY-DATE TO SUSPM-REVIEWED-DATE.

           EXEC CICS REWRITE FILE('ROVRSUSP')
               FROM(SUSP-MASTER-REC)
               RESP(WS-RESP)
           END-EXEC.

           ADD 1 TO WS-MARKED-COUNT.

       BROWSE-ONE-PAGE.

           MOVE 'N' TO WS-BROWSE-OPEN.
