       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-MSNMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'MSNTRAN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CHANGE-FILE ASSIGN TO 'MSNCHG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MCHG-KEY
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT MACRO-FILE ASSIGN TO 'ROVRMACR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MACRO-NAME
               FILE STATUS IS WS-MACRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-maint-transaction.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  CHANGE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-change.cpy'.
       FD  MACRO-FILE
           LABEL RECORD IS STANDARD.
       COPY 'macro-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-IO-OK               VALUE '00'.
           88 MISSION-DUPLICATE           VALUE '22'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK          VALUE '00'.
           88 MASTER-RECORD-FOUND          VALUE '00'.
           88 MASTER-RECORD-NOT-FOUND      VALUE '23'.
       01  WS-CHANGE-STATUS        PIC X(2).
           88 CHANGE-IO-OK                VALUE '00'.
           88 CHANGE-DUPLICATE            VALUE '22'.
       01  WS-MACRO-STATUS         PIC X(2).
           88 MACRO-FILE-FOUND            VALUE '00'.
       01  WS-TRAN-EOF             PIC X(1).
           88 END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-MACRO-EOF            PIC X(1).
           88 END-OF-MACRO-FILE           VALUE 'Y'.
       01  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-CANCEL-COUNT         PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-MOVE-COUNT           PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT           PIC 9(5) VALUE 0.
       01  WS-TRAN-OK              PIC X(1).
       01  WS-MISSION-STORED       PIC X(1).
       01  WS-CHANGE-STORED        PIC X(1).
       01  WS-BEFORE-IMAGE         PIC X(138).
       01  WS-AFTER-IMAGE          PIC X(138).
       01  WS-CHANGE-DATE          PIC 9(8).
       01  WS-CHANGE-TIME          PIC 9(8).
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-DC-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR           PIC 9(4).
           02 WS-DC-MONTH          PIC 9(2).
           02 WS-DC-DAY            PIC 9(2).
       01  WS-INSTR-BUFFER         PIC X(100).
       01  WS-INSTR-CHARS REDEFINES WS-INSTR-BUFFER.
           02 WS-INSTR-CHAR        PIC X(1) OCCURS 100 TIMES.
       01  WS-SCAN-INDEX           PIC 9(3).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-SCAN-VALID           PIC X(1).
       01  WS-DIGIT-RUN            PIC 9(1).
       01  WS-MACRO-TABLE.
           02 WS-MACRO-COUNT       PIC 9(3) VALUE 0.
           02 WS-MACRO-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MACRO-COUNT.
               03 WS-MAC-NAME      PIC X(8).
               03 WS-MAC-INSTR     PIC X(100).
       01  WS-MACRO-SEGMENT        PIC X(100).
       01  WS-MACRO-EXPAND-STAT    PIC X(1).
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
           02 WS-LG-INSTR          PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-MACRO-CATALOG.

           OPEN INPUT TRAN-FILE.
           OPEN I-O MISSION-FILE.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-MSNMAINT: MSNQ DATASET NOT AVAILABLE - '
                   'STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-MSNMAINT: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHANGE-FILE.

           IF NOT CHANGE-IO-OK
               DISPLAY 'ROVER-MSNMAINT: MSNCHG DATASET NOT '
                   'AVAILABLE - STATUS ' WS-CHANGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  MISSION QUEUE MAINTENANCE LOG'.

           PERFORM READ-TRAN-RECORD.
           PERFORM APPLY-ONE-TRAN UNTIL END-OF-TRAN-FILE.

           CLOSE TRAN-FILE, MISSION-FILE, ROVER-MASTER-FILE,
               CHANGE-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  TRANSACTIONS READ:    ' WS-TRAN-COUNT.
           DISPLAY '  TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT.
           DISPLAY '    MISSIONS CANCELLED: ' WS-CANCEL-COUNT.
           DISPLAY '    MISSIONS CHANGED:   ' WS-CHANGE-COUNT.
           DISPLAY '    MISSIONS MOVED:     ' WS-MOVE-COUNT.
           DISPLAY '    MISSIONS FAILED:    ' WS-FAIL-COUNT.
           DISPLAY '  TRANSACTIONS IN ERROR:' WS-REJECT-COUNT.

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-MACRO-CATALOG.

           MOVE 'N' TO WS-MACRO-EOF.
           MOVE 0 TO WS-MACRO-COUNT.

           OPEN INPUT MACRO-FILE.

           IF MACRO-FILE-FOUND
               PERFORM READ-MACRO-RECORD
               PERFORM STORE-CATALOG-MACRO UNTIL END-OF-MACRO-FILE
           END-IF.

           CLOSE MACRO-FILE.

       READ-MACRO-RECORD.

           READ MACRO-FILE
               AT END SET END-OF-MACRO-FILE TO TRUE
           END-READ.

       STORE-CATALOG-MACRO.

           IF WS-MACRO-COUNT = 100
               DISPLAY 'ROVER-MSNMAINT: MACRO-TABLE FULL AT 100 '
                   'MACROS - ROVRMACR HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-MACRO-COUNT.
           MOVE MACRO-NAME TO WS-MAC-NAME(WS-MACRO-COUNT).
           MOVE MACRO-INSTR TO WS-MAC-INSTR(WS-MACRO-COUNT).

           PERFORM READ-MACRO-RECORD.

       READ-TRAN-RECORD.

           READ TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ.

       APPLY-ONE-TRAN.

           ADD 1 TO WS-TRAN-COUNT.
           MOVE 'Y' TO WS-TRAN-OK.

           DISPLAY ' '.
           DISPLAY '  TRAN ' WS-TRAN-COUNT ': ' MMT-ACTION ' '
               MMT-ROVER-ID '/' MMT-SEQ-NO ' BY ' MMT-OPERATOR.

           EVALUATE TRUE
               WHEN MMT-CANCEL-MISSION
                   PERFORM CANCEL-QUEUED-MISSION
               WHEN MMT-CHANGE-MISSION
                   PERFORM CHANGE-QUEUED-MISSION
               WHEN MMT-MOVE-MISSION
                   PERFORM MOVE-QUEUED-MISSION
               WHEN MMT-FAIL-MISSION
                   PERFORM FAIL-RELEASED-MISSION
               WHEN OTHER
                   PERFORM REJECT-TRAN
                   DISPLAY '  * ACTION MUST BE X, C, M OR F'
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

           IF MMT-OPERATOR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR ID IS REQUIRED'
           END-IF.

           MOVE MMT-ROVER-ID TO MISSION-ROVER-ID.
           MOVE MMT-SEQ-NO TO MISSION-SEQ-NO.

           READ MISSION-FILE.

           IF NOT MISSION-IO-OK
               PERFORM REJECT-TRAN
               DISPLAY '  * MISSION NOT ON THE QUEUE'
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN MISSION-QUEUED
                   CONTINUE
               WHEN MISSION-AWAITING-APPROVAL
                   CONTINUE
               WHEN MISSION-AWAITING-SECOND
                   CONTINUE
               WHEN MISSION-RELEASED
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MISSION ALREADY RELEASED - NO CHANGE '
                       'ALLOWED'
               WHEN MISSION-COMPLETED
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MISSION ALREADY COMPLETED - NO CHANGE '
                       'ALLOWED'
               WHEN MISSION-FAILED
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MISSION ALREADY FAILED - NO CHANGE '
                       'ALLOWED'
               WHEN MISSION-CANCELLED
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MISSION ALREADY CANCELLED'
               WHEN MISSION-REJECTED
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MISSION WAS REJECTED BY THE SUPERVISOR '
                       '- NO CHANGE ALLOWED'
               WHEN OTHER
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MISSION STATUS ' MISSION-STATUS
                       ' CANNOT BE MAINTAINED'
           END-EVALUATE.

       EDIT-TRAN-REQ-DATE.

           MOVE MMT-REQ-DATE TO WS-DATE-CHECK.

           IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                   OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
               PERFORM REJECT-TRAN
               DISPLAY '  * REQUEST DATE MUST BE A VALID YYYYMMDD'
           END-IF.

       EDIT-TRAN-INSTRUCTIONS.

           MOVE MMT-INSTR TO WS-INSTR-BUFFER.

           IF WS-INSTR-BUFFER(1:1) = '@'
               CALL 'ROVER-MACRO' USING WS-MACRO-TABLE,
                       WS-INSTR-BUFFER, WS-MACRO-SEGMENT,
                       WS-MACRO-EXPAND-STAT
               IF WS-MACRO-EXPAND-STAT = 'Y'
                   MOVE WS-MACRO-SEGMENT TO WS-INSTR-BUFFER
               ELSE
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MANEUVER MACRO NOT IN CATALOG'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM SCAN-INSTRUCTION-BUFFER.

           IF WS-SCAN-VALID NOT = 'Y'
               PERFORM REJECT-TRAN
               DISPLAY '  * INSTRUCTIONS ARE L R F B WITH OPTIONAL '
                   'COUNTS'
           END-IF.

       SCAN-INSTRUCTION-BUFFER.

           MOVE 0 TO WS-SCAN-INDEX.
           MOVE 0 TO WS-DIGIT-RUN.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'Y' TO WS-SCAN-VALID.

           PERFORM SCAN-INSTR-CHAR UNTIL WS-SCAN-DONE = 'Y'.

       SCAN-INSTR-CHAR.

           ADD 1 TO WS-SCAN-INDEX.

           IF WS-INSTR-CHAR(WS-SCAN-INDEX) = '#'
               IF WS-DIGIT-RUN > 0
                   MOVE 'N' TO WS-SCAN-VALID
               END-IF
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               PERFORM SCREEN-ONE-INSTR-CHAR
               IF WS-SCAN-INDEX = 100 AND WS-SCAN-DONE NOT = 'Y'
                   IF WS-DIGIT-RUN > 0
                       MOVE 'N' TO WS-SCAN-VALID
                   END-IF
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           END-IF.

       SCREEN-ONE-INSTR-CHAR.

           IF WS-INSTR-CHAR(WS-SCAN-INDEX) IS NUMERIC
               ADD 1 TO WS-DIGIT-RUN
               IF WS-DIGIT-RUN > 3
                   MOVE 'N' TO WS-SCAN-VALID
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           ELSE
               IF WS-INSTR-CHAR(WS-SCAN-INDEX) = 'L' OR
                       WS-INSTR-CHAR(WS-SCAN-INDEX) = 'R' OR
                       WS-INSTR-CHAR(WS-SCAN-INDEX) = 'F' OR
                       WS-INSTR-CHAR(WS-SCAN-INDEX) = 'B'
                   MOVE 0 TO WS-DIGIT-RUN
               ELSE
                   MOVE 'N' TO WS-SCAN-VALID
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           END-IF.

       CANCEL-QUEUED-MISSION.

           PERFORM EDIT-TRAN-MISSION.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-REC TO WS-BEFORE-IMAGE.
           PERFORM LOG-MISSION-BEFORE.

           SET MISSION-CANCELLED TO TRUE.

           PERFORM REWRITE-MISSION-RECORD.
           PERFORM LOG-MISSION-AFTER.

           SET MCHG-CANCELLED TO TRUE.
           PERFORM WRITE-CHANGE-RECORD.

           ADD 1 TO WS-CANCEL-COUNT.

       CHANGE-QUEUED-MISSION.

           PERFORM EDIT-TRAN-MISSION.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF MMT-PRIORITY IS NOT NUMERIC
                   AND MMT-REQ-DATE IS NOT NUMERIC
                   AND MMT-INSTR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * NOTHING TO CHANGE - GIVE A PRIORITY, '
                   'REQUEST DATE OR INSTRUCTIONS'
               EXIT PARAGRAPH
           END-IF.

           IF MMT-PRIORITY IS NUMERIC AND MMT-PRIORITY = 0
               PERFORM REJECT-TRAN
               DISPLAY '  * PRIORITY MUST BE 1 (URGENT) TO 9'
           END-IF.

           IF MMT-REQ-DATE IS NUMERIC
               PERFORM EDIT-TRAN-REQ-DATE
           END-IF.

           IF MMT-INSTR NOT = SPACES
               PERFORM EDIT-TRAN-INSTRUCTIONS
           END-IF.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-REC TO WS-BEFORE-IMAGE.
           PERFORM LOG-MISSION-BEFORE.

           IF MMT-PRIORITY IS NUMERIC
               MOVE MMT-PRIORITY TO MISSION-PRIORITY
           END-IF.

           IF MMT-REQ-DATE IS NUMERIC
               MOVE MMT-REQ-DATE TO MISSION-REQ-DATE
           END-IF.

           IF MMT-INSTR NOT = SPACES
               MOVE WS-INSTR-BUFFER TO MISSION-INSTR
           END-IF.

           SET MISSION-AWAITING-APPROVAL TO TRUE.

           PERFORM REWRITE-MISSION-RECORD.
           PERFORM LOG-MISSION-AFTER.

           SET MCHG-CHANGED TO TRUE.
           PERFORM WRITE-CHANGE-RECORD.

           ADD 1 TO WS-CHANGE-COUNT.

       MOVE-QUEUED-MISSION.

           PERFORM EDIT-TRAN-MISSION.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF MMT-NEW-ROVER-ID = SPACES
                   OR MMT-NEW-ROVER-ID = MMT-ROVER-ID
               PERFORM REJECT-TRAN
               DISPLAY '  * A DIFFERENT NEW ROVER ID IS REQUIRED'
               EXIT PARAGRAPH
           END-IF.

           MOVE MMT-NEW-ROVER-ID TO MASTER-ROVER-ID.
           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               PERFORM REJECT-TRAN
               DISPLAY '  * NEW ROVER NOT ON THE MASTER'
               EXIT PARAGRAPH
           END-IF.

           IF MASTER-SITE-ID NOT = MISSION-SITE-ID
               PERFORM REJECT-TRAN
               DISPLAY '  * NEW ROVER IS AT SITE ' MASTER-SITE-ID
                   ' - MISSION IS FOR SITE ' MISSION-SITE-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-REC TO WS-BEFORE-IMAGE.
           PERFORM LOG-MISSION-BEFORE.

           MOVE MMT-NEW-ROVER-ID TO MISSION-ROVER-ID.
           MOVE 1 TO MISSION-SEQ-NO.
           SET MISSION-AWAITING-APPROVAL TO TRUE.
           MOVE 'N' TO WS-MISSION-STORED.

           PERFORM WRITE-MOVED-MISSION
               UNTIL WS-MISSION-STORED = 'Y'.

           MOVE MISSION-REC TO WS-AFTER-IMAGE.
           MOVE WS-BEFORE-IMAGE TO MISSION-REC.

           DELETE MISSION-FILE.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-MSNMAINT: DELETE FAILED FOR KEY '
                   MISSION-KEY ' - STATUS ' WS-MISSION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-AFTER-IMAGE TO MISSION-REC.
           PERFORM LOG-MISSION-AFTER.

           SET MCHG-MOVED TO TRUE.
           PERFORM WRITE-CHANGE-RECORD.

           ADD 1 TO WS-MOVE-COUNT.

       FAIL-RELEASED-MISSION.

           IF MMT-OPERATOR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR ID IS REQUIRED'
           END-IF.

           MOVE MMT-ROVER-ID TO MISSION-ROVER-ID.
           MOVE MMT-SEQ-NO TO MISSION-SEQ-NO.

           READ MISSION-FILE.

           IF NOT MISSION-IO-OK
               PERFORM REJECT-TRAN
               DISPLAY '  * MISSION NOT ON THE QUEUE'
               EXIT PARAGRAPH
           END-IF.

           IF NOT MISSION-RELEASED
               PERFORM REJECT-TRAN
               DISPLAY '  * ONLY A RELEASED MISSION MAY BE FAILED - '
                   'STATUS IS ' MISSION-STATUS
           END-IF.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-REC TO WS-BEFORE-IMAGE.
           PERFORM LOG-MISSION-BEFORE.

           SET MISSION-FAILED TO TRUE.

           PERFORM REWRITE-MISSION-RECORD.
           PERFORM LOG-MISSION-AFTER.

           SET MCHG-FAILED TO TRUE.
           PERFORM WRITE-CHANGE-RECORD.

           ADD 1 TO WS-FAIL-COUNT.

       WRITE-MOVED-MISSION.

           WRITE MISSION-REC.

           EVALUATE TRUE
               WHEN MISSION-IO-OK
                   MOVE 'Y' TO WS-MISSION-STORED
               WHEN MISSION-DUPLICATE
                   ADD 1 TO MISSION-SEQ-NO
               WHEN OTHER
                   DISPLAY 'ROVER-MSNMAINT: WRITE FAILED FOR KEY '
                       MISSION-KEY ' - STATUS ' WS-MISSION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REWRITE-MISSION-RECORD.

           REWRITE MISSION-REC.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-MSNMAINT: REWRITE FAILED FOR KEY '
                   MISSION-KEY ' - STATUS ' WS-MISSION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CHANGE-RECORD.

           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHANGE-TIME FROM TIME.

           MOVE MMT-ROVER-ID TO MCHG-ROVER-ID.
           MOVE MMT-SEQ-NO TO MCHG-SEQ-NO.
           MOVE WS-CHANGE-DATE TO MCHG-DATE.
           MOVE WS-CHANGE-TIME TO MCHG-TIME.
           MOVE MMT-OPERATOR TO MCHG-OPERATOR.
           MOVE 'ROVRMMNT' TO MCHG-SOURCE.
           MOVE WS-BEFORE-IMAGE TO MCHG-BEFORE.
           MOVE MISSION-REC TO MCHG-AFTER.

           MOVE 'N' TO WS-CHANGE-STORED.

           PERFORM WRITE-CHANGE-LOG-ENTRY
               UNTIL WS-CHANGE-STORED = 'Y'.

       WRITE-CHANGE-LOG-ENTRY.

           WRITE MISSION-CHANGE-REC.

           EVALUATE TRUE
               WHEN CHANGE-IO-OK
                   MOVE 'Y' TO WS-CHANGE-STORED
               WHEN CHANGE-DUPLICATE
                   ADD 1 TO MCHG-TIME
               WHEN OTHER
                   DISPLAY 'ROVER-MSNMAINT: WRITE FAILED ON MSNCHG '
                       'FOR KEY ' MCHG-KEY ' - STATUS '
                       WS-CHANGE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOG-MISSION-BEFORE.

           MOVE 'BEFORE: ' TO WS-LG-TAG.
           PERFORM LOG-MISSION-RECORD.

       LOG-MISSION-AFTER.

           MOVE 'AFTER:  ' TO WS-LG-TAG.
           PERFORM LOG-MISSION-RECORD.

       LOG-MISSION-RECORD.

           MOVE MISSION-ROVER-ID TO WS-LG-ID.
           MOVE MISSION-SEQ-NO TO WS-LG-SEQ.
           MOVE MISSION-STATUS TO WS-LG-STATUS.
           MOVE MISSION-PRIORITY TO WS-LG-PRI.
           MOVE MISSION-REQ-DATE TO WS-LG-REQ-DATE.
           MOVE MISSION-SITE-ID TO WS-LG-SITE.
           MOVE MISSION-INSTR(1:40) TO WS-LG-INSTR.

           DISPLAY '  ' WS-LOG-LINE.

       END PROGRAM ROVER-MSNMAINT.
