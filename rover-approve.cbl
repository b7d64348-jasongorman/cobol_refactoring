       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'APPRTRAN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RULE-FILE ASSIGN TO 'APPRCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO 'MSNAPPR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APPR-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'approval-transaction.cpy'.
       FD  RULE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'approval-rule.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       FD  APPROVAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-approval.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS          PIC X(2).
           88 RULE-FILE-FOUND             VALUE '00'.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-IO-OK               VALUE '00'.
       01  WS-APPROVAL-STATUS      PIC X(2).
           88 APPROVAL-IO-OK              VALUE '00'.
           88 APPROVAL-NOT-FOUND          VALUE '23'.
       01  WS-TRAN-EOF             PIC X(1).
           88 END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-RULE-EOF             PIC X(1).
           88 END-OF-RULE-FILE            VALUE 'Y'.
       01  WS-PRIORITY-LIMIT       PIC 9(1) VALUE 0.
       01  WS-SECOND-SITE-TABLE.
           02 WS-SECOND-SITE-COUNT PIC 9(2) VALUE 0.
           02 WS-SECOND-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SECOND-SITE-COUNT.
               03 WS-SS-SITE       PIC X(3).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-SITE-MATCH           PIC 9(2).
       01  WS-APPROVAL-ON-FILE     PIC X(1).
       01  WS-NEEDS-SECOND         PIC X(1).
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.
       01  WS-FIRST-SIGNED-COUNT   PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
       01  WS-TRAN-OK              PIC X(1).
       01  WS-LOG-LINE.
           02 WS-LG-TAG            PIC X(8).
           02 WS-LG-ID             PIC X(6).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-LG-SEQ            PIC 9(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-STATUS         PIC X(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-PRI            PIC 9(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-REQ-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-SITE           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-REQUESTER      PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-APPROVAL-RULES.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT TRAN-FILE.
           OPEN I-O MISSION-FILE.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-APPROVE: MSNQ DATASET NOT AVAILABLE - '
                   'STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O APPROVAL-FILE.

           IF NOT APPROVAL-IO-OK
               DISPLAY 'ROVER-APPROVE: MSNAPPR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-APPROVAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  MISSION APPROVAL LOG'.
           DISPLAY '  SECOND SIGN-OFF AT PRIORITY ' WS-PRIORITY-LIMIT
               ' AND MORE URGENT, AND ON ' WS-SECOND-SITE-COUNT
               ' DESIGNATED SITES'.

           PERFORM READ-TRAN-RECORD.
           PERFORM APPLY-ONE-TRAN UNTIL END-OF-TRAN-FILE.

           CLOSE TRAN-FILE, MISSION-FILE, APPROVAL-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  TRANSACTIONS READ:     ' WS-TRAN-COUNT.
           DISPLAY '  TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT.
           DISPLAY '    MISSIONS APPROVED:   ' WS-APPROVED-COUNT.
           DISPLAY '    AWAITING 2ND SIGN:   ' WS-FIRST-SIGNED-COUNT.
           DISPLAY '    MISSIONS REJECTED:   ' WS-DECLINED-COUNT.
           DISPLAY '  TRANSACTIONS IN ERROR: ' WS-REJECT-COUNT.

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-APPROVAL-RULES.

           MOVE 'N' TO WS-RULE-EOF.
           MOVE 0 TO WS-PRIORITY-LIMIT.
           MOVE 0 TO WS-SECOND-SITE-COUNT.

           OPEN INPUT RULE-FILE.

           IF RULE-FILE-FOUND
               PERFORM READ-RULE-RECORD
               PERFORM STORE-APPROVAL-RULE UNTIL END-OF-RULE-FILE
           END-IF.

           CLOSE RULE-FILE.

       READ-RULE-RECORD.

           READ RULE-FILE
               AT END SET END-OF-RULE-FILE TO TRUE
           END-READ.

       STORE-APPROVAL-RULE.

           EVALUATE TRUE
               WHEN APR-PRIORITY-RULE
                   IF APR-PRIORITY-LIMIT IS NUMERIC
                       MOVE APR-PRIORITY-LIMIT TO WS-PRIORITY-LIMIT
                   ELSE
                       DISPLAY 'ROVER-APPROVE: APPRCTL PRIORITY CARD '
                           'IS NOT NUMERIC - ' APR-RULE-VALUE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN APR-SITE-RULE
                   PERFORM STORE-SECOND-SITE
               WHEN OTHER
                   DISPLAY 'ROVER-APPROVE: APPRCTL CARD TYPE '
                       APR-RULE-TYPE ' IGNORED - MUST BE P OR S'
           END-EVALUATE.

           PERFORM READ-RULE-RECORD.

       STORE-SECOND-SITE.

           IF WS-SECOND-SITE-COUNT = 20
               DISPLAY 'ROVER-APPROVE: SITE-TABLE FULL AT 20 SITES - '
                   'APPRCTL HAS MORE SITE CARDS THAN THIS PROGRAM '
                   'CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SECOND-SITE-COUNT.
           MOVE APR-RULE-VALUE TO WS-SS-SITE(WS-SECOND-SITE-COUNT).

       READ-TRAN-RECORD.

           READ TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ.

       APPLY-ONE-TRAN.

           ADD 1 TO WS-TRAN-COUNT.
           MOVE 'Y' TO WS-TRAN-OK.

           DISPLAY ' '.
           DISPLAY '  TRAN ' WS-TRAN-COUNT ': ' APT-ACTION ' '
               APT-ROVER-ID '/' APT-SEQ-NO ' BY ' APT-SUPERVISOR.

           EVALUATE TRUE
               WHEN APT-APPROVE
                   PERFORM APPROVE-MISSION
               WHEN APT-REJECT
                   PERFORM DECLINE-MISSION
               WHEN OTHER
                   PERFORM REJECT-TRAN
                   DISPLAY '  * ACTION MUST BE A OR R'
           END-EVALUATE.

           IF WS-TRAN-OK = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

           PERFORM READ-TRAN-RECORD.

       REJECT-TRAN.

           IF WS-TRAN-OK = 'Y'
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

           MOVE 'N' TO WS-TRAN-OK.

       EDIT-TRAN-MISSION.

           IF APT-SUPERVISOR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * SUPERVISOR ID IS REQUIRED'
           END-IF.

           MOVE APT-ROVER-ID TO MISSION-ROVER-ID.
           MOVE APT-SEQ-NO TO MISSION-SEQ-NO.

           READ MISSION-FILE.

           IF NOT MISSION-IO-OK
               PERFORM REJECT-TRAN
               DISPLAY '  * MISSION NOT ON THE QUEUE'
               EXIT PARAGRAPH
           END-IF.

           IF NOT MISSION-AWAITING-APPROVAL
                   AND NOT MISSION-AWAITING-SECOND
               PERFORM REJECT-TRAN
               DISPLAY '  * MISSION IS NOT AWAITING APPROVAL - STATUS '
                   MISSION-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-APPROVAL-ON-FILE.
           MOVE MISSION-KEY TO APPR-KEY.

           READ APPROVAL-FILE.

           EVALUATE TRUE
               WHEN APPROVAL-IO-OK
                   MOVE 'Y' TO WS-APPROVAL-ON-FILE
               WHEN APPROVAL-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ROVER-APPROVE: READ FAILED FOR KEY '
                       APPR-KEY ' - STATUS ' WS-APPROVAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF MISSION-AWAITING-SECOND
               IF WS-APPROVAL-ON-FILE NOT = 'Y'
                   PERFORM REJECT-TRAN
                   DISPLAY '  * NO FIRST SIGN-OFF ON FILE FOR THIS '
                       'MISSION'
               ELSE
                   IF APT-SUPERVISOR = APPR-FIRST-OPERATOR
                       PERFORM REJECT-TRAN
                       DISPLAY '  * SECOND SIGN-OFF MUST BE BY A '
                           'DIFFERENT SUPERVISOR THAN '
                           APPR-FIRST-OPERATOR
                   END-IF
               END-IF
           END-IF.

       APPROVE-MISSION.

           PERFORM EDIT-TRAN-MISSION.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOG-MISSION-BEFORE.

           IF MISSION-AWAITING-SECOND
               MOVE APT-SUPERVISOR TO APPR-SECOND-OPERATOR
               MOVE WS-TODAY-DATE TO APPR-SECOND-DATE
               SET APPR-APPROVED TO TRUE
               SET MISSION-QUEUED TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               PERFORM CHECK-SECOND-REQUIRED
               PERFORM START-APPROVAL-RECORD
               IF WS-NEEDS-SECOND = 'Y'
                   SET APPR-NEEDS-SECOND TO TRUE
                   SET APPR-FIRST-SIGNED TO TRUE
                   SET MISSION-AWAITING-SECOND TO TRUE
                   ADD 1 TO WS-FIRST-SIGNED-COUNT
               ELSE
                   SET APPR-APPROVED TO TRUE
                   SET MISSION-QUEUED TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-IF.

           MOVE APT-REASON TO APPR-REASON.

           PERFORM REWRITE-MISSION-RECORD.
           PERFORM STORE-APPROVAL-RECORD.
           PERFORM LOG-MISSION-AFTER.

           IF MISSION-AWAITING-SECOND
               DISPLAY '  FIRST SIGN-OFF RECORDED - A SECOND '
                   'SUPERVISOR MUST APPROVE'
           END-IF.

       DECLINE-MISSION.

           PERFORM EDIT-TRAN-MISSION.

           IF APT-REASON = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * A REASON IS REQUIRED TO REJECT A MISSION'
           END-IF.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOG-MISSION-BEFORE.

           IF MISSION-AWAITING-SECOND
               MOVE APT-SUPERVISOR TO APPR-SECOND-OPERATOR
               MOVE WS-TODAY-DATE TO APPR-SECOND-DATE
           ELSE
               PERFORM CHECK-SECOND-REQUIRED
               PERFORM START-APPROVAL-RECORD
               MOVE WS-NEEDS-SECOND TO APPR-SECOND-FLAG
           END-IF.

           SET APPR-REJECTED TO TRUE.
           MOVE APT-REASON TO APPR-REASON.
           SET MISSION-REJECTED TO TRUE.

           PERFORM REWRITE-MISSION-RECORD.
           PERFORM STORE-APPROVAL-RECORD.
           PERFORM LOG-MISSION-AFTER.

           ADD 1 TO WS-DECLINED-COUNT.

       CHECK-SECOND-REQUIRED.

           MOVE 'N' TO WS-NEEDS-SECOND.

           IF MISSION-PRIORITY NOT > WS-PRIORITY-LIMIT
               MOVE 'Y' TO WS-NEEDS-SECOND
           END-IF.

           MOVE 0 TO WS-SITE-MATCH.

           PERFORM SCAN-SECOND-SITE-ENTRY
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SECOND-SITE-COUNT
               OR WS-SITE-MATCH > 0.

           IF WS-SITE-MATCH > 0
               MOVE 'Y' TO WS-NEEDS-SECOND
           END-IF.

       SCAN-SECOND-SITE-ENTRY.

           IF WS-SS-SITE(WS-SITE-INDEX) = MISSION-SITE-ID
               MOVE WS-SITE-INDEX TO WS-SITE-MATCH
           END-IF.

       START-APPROVAL-RECORD.

           MOVE MISSION-KEY TO APPR-KEY.
           MOVE 'N' TO APPR-SECOND-FLAG.
           MOVE APT-SUPERVISOR TO APPR-FIRST-OPERATOR.
           MOVE WS-TODAY-DATE TO APPR-FIRST-DATE.
           MOVE SPACES TO APPR-SECOND-OPERATOR.
           MOVE 0 TO APPR-SECOND-DATE.

       REWRITE-MISSION-RECORD.

           REWRITE MISSION-REC.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-APPROVE: REWRITE FAILED FOR KEY '
                   MISSION-KEY ' - STATUS ' WS-MISSION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-APPROVAL-RECORD.

           IF WS-APPROVAL-ON-FILE = 'Y'
               REWRITE MISSION-APPROVAL-REC
           ELSE
               WRITE MISSION-APPROVAL-REC
           END-IF.

           IF NOT APPROVAL-IO-OK
               DISPLAY 'ROVER-APPROVE: WRITE FAILED FOR KEY '
                   APPR-KEY ' - STATUS ' WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOG-MISSION-BEFORE.

           MOVE '  BEFORE' TO WS-LG-TAG.
           PERFORM LOG-MISSION-RECORD.

       LOG-MISSION-AFTER.

           MOVE '  AFTER ' TO WS-LG-TAG.
           PERFORM LOG-MISSION-RECORD.

       LOG-MISSION-RECORD.

           MOVE MISSION-ROVER-ID TO WS-LG-ID.
           MOVE MISSION-SEQ-NO TO WS-LG-SEQ.
           MOVE MISSION-STATUS TO WS-LG-STATUS.
           MOVE MISSION-PRIORITY TO WS-LG-PRI.
           MOVE MISSION-REQ-DATE TO WS-LG-REQ-DATE.
           MOVE MISSION-SITE-ID TO WS-LG-SITE.
           MOVE MISSION-REQUESTER TO WS-LG-REQUESTER.

           DISPLAY WS-LOG-LINE.

       END PROGRAM ROVER-APPROVE.
