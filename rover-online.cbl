       COPY 'rover-map.cpy'.
       COPY 'mission-record.cpy'.
       COPY 'macro-record.cpy'.
       COPY 'operator-authority.cpy'.
       COPY 'security-violation.cpy'.
       01  WS-MACRO-KEY            PIC X(8).
       01  WS-MACRO-NAME-LEN       PIC 9(1).
       01  WS-MACRO-POS            PIC 9(3).
       01  WS-MACRO-NAME-DONE      PIC X(1).
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
       01  WS-MISSION-STORED       PIC X(1).
       01  WS-VALID-INPUT          PIC X(1).
           88 INPUT-IS-VALID               VALUE 'Y'.
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

           IF NOT OPAUTH-MAY-ENTER-MISSIONS
               SET SECV-FUNCTION-REFUSED TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT AUTHORIZED FOR MISSION ENTRY'
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
           SET SECV-MISSION-ENTRY TO TRUE.

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

           MOVE SPACES TO ROVR1O.
           MOVE MSGLINEI TO MSGLINEO.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVR1O)
               ERASE
           END-EXEC.

       SEND-INITIAL-MAP.

           MOVE SPACES TO ROVR1O.
           PERFORM VALIDATE-PRIORITY.
           PERFORM VALIDATE-INSTRUCTIONS.

           IF INPUT-IS-VALID
               PERFORM VALIDATE-SITE-AUTHORITY
           END-IF.

           IF INPUT-IS-VALID
               PERFORM QUEUE-PENDING-MISSION
               PERFORM SEND-CONFIRMATION-MAP
               MOVE 'SITE ID IS REQUIRED' TO MSGLINEI
           END-IF.

       VALIDATE-SITE-AUTHORITY.

           MOVE SITEI TO WS-CHECK-SITE.
           PERFORM CHECK-SITE-AUTHORITY.

           IF NOT SITE-IS-AUTHORIZED
               MOVE 'N' TO WS-VALID-INPUT
               MOVE SPACES TO MSGLINEI
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT AUTHORIZED FOR SITE ' SITEI
                   DELIMITED BY SIZE INTO MSGLINEI
               MOVE SITEI TO SECV-SITE-ID
               MOVE RIDI TO SECV-ROVER-ID
               SET SECV-SITE-REFUSED TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
           END-IF.

       VALIDATE-COORDS-AND-FACING.

           IF SXI IS NOT NUMERIC OR SYI IS NOT NUMERIC
           MOVE 1 TO MISSION-SEQ-NO.
           MOVE WS-TODAY-DATE TO MISSION-REQ-DATE.
           MOVE PRII TO MISSION-PRIORITY.
           MOVE WS-OPERATOR-ID TO MISSION-REQUESTER.
           MOVE SXI TO MISSION-START-X.
           MOVE SYI TO MISSION-START-Y.
           MOVE SFI TO MISSION-START-FACING.
           MOVE WS-INSTR-BUFFER TO MISSION-INSTR.
           SET MISSION-AWAITING-APPROVAL TO TRUE.
           MOVE 0 TO MISSION-RESULT-STATUS.

           MOVE 'N' TO WS-MISSION-STORED.

       SEND-CONFIRMATION-MAP.

           MOVE 'MISSION QUEUED - AWAITING SUPERVISOR APPROVAL'
               TO MSGLINEI.
           MOVE SPACES TO ROVR1O.
           MOVE MSGLINEI TO MSGLINEO.

