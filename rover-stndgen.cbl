       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-STNDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MACRO-FILE ASSIGN TO 'ROVRMACR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MACRO-NAME
               FILE STATUS IS WS-MACRO-STATUS.
           SELECT STANDING-FILE ASSIGN TO 'ROVRSTND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SORD-KEY
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  MACRO-FILE
           LABEL RECORD IS STANDARD.
       COPY 'macro-record.cpy'.
       FD  STANDING-FILE
           LABEL RECORD IS STANDARD.
       COPY 'standing-order.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK          VALUE '00'.
           88 MASTER-RECORD-FOUND          VALUE '00'.
       01  WS-MACRO-STATUS         PIC X(2).
           88 MACRO-FILE-FOUND            VALUE '00'.
       01  WS-STANDING-STATUS      PIC X(2).
           88 STANDING-IO-OK              VALUE '00'.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-IO-OK               VALUE '00'.
           88 MISSION-DUPLICATE           VALUE '22'.
       01  WS-STANDING-EOF         PIC X(1).
           88 END-OF-STANDING-FILE        VALUE 'Y'.
       01  WS-MACRO-EOF            PIC X(1).
           88 END-OF-MACRO-FILE           VALUE 'Y'.
       01  WS-MISSION-EOF          PIC X(1).
           88 END-OF-ROVER-MISSIONS       VALUE 'Y'.
       01  WS-GEN-DATE             PIC 9(8).
       01  WS-GEN-DAYNUM           PIC 9(7).
       01  WS-GEN-PARTS.
           02 WS-GEN-YEAR          PIC 9(4).
           02 WS-GEN-MONTH         PIC 9(2).
           02 WS-GEN-DAY           PIC 9(2).
       01  WS-MONTH-LENGTHS        PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           02 WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.
       01  WS-GEN-MONTH-END        PIC 9(2).
       01  WS-LEAP-QUOTIENT        PIC 9(4).
       01  WS-LEAP-REMAINDER       PIC 9(4).
       01  WS-CONVERT-DATE         PIC 9(8).
       01  WS-CD-PARTS REDEFINES WS-CONVERT-DATE.
           02 WS-CD-YEAR           PIC 9(4).
           02 WS-CD-MONTH          PIC 9(2).
           02 WS-CD-DAY            PIC 9(2).
       01  WS-CALC-YEAR            PIC 9(5).
       01  WS-CALC-MONTH           PIC 9(2).
       01  WS-YEAR-DAYS            PIC 9(7).
       01  WS-MONTH-TO-DATE        PIC 9(4).
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-DAYS-SINCE-START     PIC 9(7).
       01  WS-WEEK-COUNT           PIC 9(7).
       01  WS-WEEK-REMAINDER       PIC 9(1).
       01  WS-MACRO-TABLE.
           02 WS-MACRO-COUNT       PIC 9(3) VALUE 0.
           02 WS-MACRO-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MACRO-COUNT.
               03 WS-MAC-NAME      PIC X(8).
               03 WS-MAC-INSTR     PIC X(100).
       01  WS-MACRO-SEGMENT        PIC X(100).
       01  WS-MACRO-EXPAND-STAT    PIC X(1).
       01  WS-INSTR-BUFFER         PIC X(100).
       01  WS-INSTR-CHARS REDEFINES WS-INSTR-BUFFER.
           02 WS-INSTR-CHAR        PIC X(1) OCCURS 100 TIMES.
       01  WS-SCAN-INDEX           PIC 9(3).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-SCAN-VALID           PIC X(1).
       01  WS-DIGIT-RUN            PIC 9(1).
       01  WS-ORDER-DUE            PIC X(1).
       01  WS-ORDER-CHANGED        PIC X(1).
       01  WS-QUEUED-SEQ           PIC 9(5).
       01  WS-MISSION-STORED       PIC X(1).
       01  WS-ORDER-COUNT          PIC 9(5) VALUE 0.
       01  WS-GENERATED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOT-DUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-NOT-STARTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-INACTIVE-COUNT       PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
       01  WS-GEN-LINE.
           02 WS-GL-ID             PIC X(6).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-GL-ORDER          PIC 9(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-GL-SITE           PIC X(3).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-GL-FREQ           PIC X(1).
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 WS-GL-PRI            PIC 9(1).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-GL-REQUESTER      PIC X(8).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-GL-MISSION        PIC X(12).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-GL-NOTE           PIC X(40).
       01  WS-MISSION-TAG.
           02 WS-MT-ID             PIC X(6).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-MT-SEQ            PIC 9(5).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-RUN-DATE.
           PERFORM LOAD-MACRO-CATALOG.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-STNDGEN: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STANDING-FILE.

           IF NOT STANDING-IO-OK
               DISPLAY 'ROVER-STNDGEN: ROVRSTND DATASET NOT '
                   'AVAILABLE - STATUS ' WS-STANDING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MISSION-FILE.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-STNDGEN: MSNQ DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  STANDING MISSION ORDERS - OCCURRENCES FOR '
               WS-GEN-DATE.
           DISPLAY ' '.
           DISPLAY '  ORDER       SITE  FREQ  PRI  REQUESTER  '
               'MISSION       NOTE'.

           MOVE 'N' TO WS-STANDING-EOF.

           PERFORM READ-STANDING-ORDER.
           PERFORM PROCESS-ONE-ORDER UNTIL END-OF-STANDING-FILE.

           CLOSE ROVER-MASTER-FILE, STANDING-FILE, MISSION-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  STANDING ORDERS READ:      ' WS-ORDER-COUNT.
           DISPLAY '  MISSIONS QUEUED:           ' WS-GENERATED-COUNT.
           DISPLAY '  ALREADY QUEUED - SKIPPED:  ' WS-ALREADY-COUNT.
           DISPLAY '  NOT DUE TODAY:             ' WS-NOT-DUE-COUNT.
           DISPLAY '  NOT YET STARTED:           '
               WS-NOT-STARTED-COUNT.
           DISPLAY '  AWAITING APPROVAL:         ' WS-PENDING-COUNT.
           DISPLAY '  ORDERS CLOSED THIS RUN:    ' WS-CLOSED-COUNT.
           DISPLAY '  ORDERS ALREADY CLOSED:     ' WS-INACTIVE-COUNT.
           DISPLAY '  SKIPPED IN ERROR:          ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       LOAD-RUN-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-STNDGEN: DATECARD DATASET NOT '
                   'AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-STNDGEN: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-STNDGEN: DATECARD RUN DATE IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-GEN-DATE.
           MOVE RUN-DATE TO WS-GEN-PARTS.

           MOVE WS-GEN-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAYNUM.
           MOVE WS-DAY-NUMBER TO WS-GEN-DAYNUM.

           MOVE WS-MONTH-DAYS(WS-GEN-MONTH) TO WS-GEN-MONTH-END.

           IF WS-GEN-MONTH = 2
               DIVIDE WS-GEN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-GEN-MONTH-END
               END-IF
           END-IF.

           CLOSE DATE-FILE.

       CONVERT-DATE-TO-DAYNUM.

           IF WS-CD-MONTH > 2
               MOVE WS-CD-YEAR TO WS-CALC-YEAR
               COMPUTE WS-CALC-MONTH = WS-CD-MONTH + 1
           ELSE
               COMPUTE WS-CALC-YEAR = WS-CD-YEAR - 1
               COMPUTE WS-CALC-MONTH = WS-CD-MONTH + 13
           END-IF.

           COMPUTE WS-YEAR-DAYS = (1461 * WS-CALC-YEAR) / 4.
           COMPUTE WS-MONTH-TO-DATE = (153 * WS-CALC-MONTH) / 5.

           COMPUTE WS-DAY-NUMBER =
               WS-YEAR-DAYS + WS-MONTH-TO-DATE + WS-CD-DAY.

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
               DISPLAY 'ROVER-STNDGEN: MACRO-TABLE FULL AT 100 '
                   'MACROS - ROVRMACR HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-MACRO-COUNT.
           MOVE MACRO-NAME TO WS-MAC-NAME(WS-MACRO-COUNT).
           MOVE MACRO-INSTR TO WS-MAC-INSTR(WS-MACRO-COUNT).

           PERFORM READ-MACRO-RECORD.

       READ-STANDING-ORDER.

           READ STANDING-FILE NEXT RECORD
               AT END SET END-OF-STANDING-FILE TO TRUE
           END-READ.

       PROCESS-ONE-ORDER.

           ADD 1 TO WS-ORDER-COUNT.

           MOVE 'N' TO WS-ORDER-CHANGED.
           MOVE SPACES TO WS-GL-MISSION.
           MOVE SPACES TO WS-GL-NOTE.

           PERFORM GENERATE-FOR-ORDER.

           IF WS-ORDER-CHANGED = 'Y'
               REWRITE STANDING-ORDER-REC
               IF NOT STANDING-IO-OK
                   DISPLAY 'ROVER-STNDGEN: REWRITE FAILED FOR KEY '
                       SORD-KEY ' - STATUS ' WS-STANDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM READ-STANDING-ORDER.

       GENERATE-FOR-ORDER.

           IF SORD-PENDING
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'AWAITING APPROVAL - NOT GENERATED'
                   TO WS-GL-NOTE
               PERFORM PRINT-GEN-LINE
               EXIT PARAGRAPH
           END-IF.

           IF NOT SORD-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-GEN-DATE < SORD-START-DATE
               ADD 1 TO WS-NOT-STARTED-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF SORD-END-DATE > 0 AND WS-GEN-DATE > SORD-END-DATE
               SET SORD-ENDED TO TRUE
               MOVE 'Y' TO WS-ORDER-CHANGED
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'END DATE PASSED - ORDER CLOSED' TO WS-GL-NOTE
               PERFORM PRINT-GEN-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SORD-ROVER-ID TO MASTER-ROVER-ID.
           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               SET SORD-ROVER-GONE TO TRUE
               MOVE 'Y' TO WS-ORDER-CHANGED
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'ROVER DECOMMISSIONED - ORDER CLOSED'
                   TO WS-GL-NOTE
               PERFORM PRINT-GEN-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ORDER-DUE.

           IF WS-ORDER-DUE NOT = 'Y'
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF MASTER-SITE-ID NOT = SORD-SITE-ID
               ADD 1 TO WS-ERROR-COUNT
               STRING 'ROVER IS NOW AT SITE ' MASTER-SITE-ID
                   DELIMITED BY SIZE INTO WS-GL-NOTE
               PERFORM PRINT-GEN-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM EXPAND-ORDER-INSTR.

           IF WS-SCAN-VALID NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               PERFORM PRINT-GEN-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-QUEUED-OCCURRENCE.

           IF WS-QUEUED-SEQ > 0
               ADD 1 TO WS-ALREADY-COUNT
               MOVE SORD-ROVER-ID TO WS-MT-ID
               MOVE WS-QUEUED-SEQ TO WS-MT-SEQ
               MOVE WS-MISSION-TAG TO WS-GL-MISSION
               MOVE 'ALREADY QUEUED - SKIPPED' TO WS-GL-NOTE
               PERFORM PRINT-GEN-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM QUEUE-STANDING-MISSION.

           MOVE WS-GEN-DATE TO SORD-LAST-GEN-DATE.
           MOVE MISSION-SEQ-NO TO SORD-LAST-GEN-SEQ.
           ADD 1 TO SORD-GEN-COUNT.
           MOVE 'Y' TO WS-ORDER-CHANGED.

           ADD 1 TO WS-GENERATED-COUNT.
           MOVE MISSION-ROVER-ID TO WS-MT-ID.
           MOVE MISSION-SEQ-NO TO WS-MT-SEQ.
           MOVE WS-MISSION-TAG TO WS-GL-MISSION.
           MOVE 'QUEUED' TO WS-GL-NOTE.
           PERFORM PRINT-GEN-LINE.

       CHECK-ORDER-DUE.

           MOVE 'N' TO WS-ORDER-DUE.

           EVALUATE TRUE
               WHEN SORD-DAILY
                   MOVE 'Y' TO WS-ORDER-DUE
               WHEN SORD-WEEKLY
                   MOVE SORD-START-DATE TO WS-CONVERT-DATE
                   PERFORM CONVERT-DATE-TO-DAYNUM
                   COMPUTE WS-DAYS-SINCE-START =
                       WS-GEN-DAYNUM - WS-DAY-NUMBER
                   DIVIDE WS-DAYS-SINCE-START BY 7
                       GIVING WS-WEEK-COUNT
                       REMAINDER WS-WEEK-REMAINDER
                   IF WS-WEEK-REMAINDER = 0
                       MOVE 'Y' TO WS-ORDER-DUE
                   END-IF
               WHEN SORD-MONTHLY
                   MOVE SORD-START-DATE TO WS-CONVERT-DATE
                   IF WS-CD-DAY = WS-GEN-DAY
                       MOVE 'Y' TO WS-ORDER-DUE
                   END-IF
                   IF WS-GEN-DAY = WS-GEN-MONTH-END
                           AND WS-CD-DAY > WS-GEN-DAY
                       MOVE 'Y' TO WS-ORDER-DUE
                   END-IF
           END-EVALUATE.

       EXPAND-ORDER-INSTR.

           MOVE SORD-INSTR TO WS-INSTR-BUFFER.
           MOVE 'Y' TO WS-SCAN-VALID.

           IF WS-INSTR-BUFFER(1:1) = '@'
               CALL 'ROVER-MACRO' USING WS-MACRO-TABLE,
                       WS-INSTR-BUFFER, WS-MACRO-SEGMENT,
                       WS-MACRO-EXPAND-STAT
               IF WS-MACRO-EXPAND-STAT = 'Y'
                   MOVE WS-MACRO-SEGMENT TO WS-INSTR-BUFFER
               ELSE
                   MOVE 'N' TO WS-SCAN-VALID
                   MOVE 'MACRO IS NOT IN THE ROVRMACR CATALOG'
                       TO WS-GL-NOTE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM SCAN-INSTRUCTION-BUFFER.

           IF WS-SCAN-VALID NOT = 'Y'
               MOVE 'INSTRUCTIONS FAIL THE MISSION EDIT'
                   TO WS-GL-NOTE
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

       FIND-QUEUED-OCCURRENCE.

           MOVE 0 TO WS-QUEUED-SEQ.

           IF SORD-LAST-GEN-DATE = WS-GEN-DATE
               MOVE SORD-LAST-GEN-SEQ TO WS-QUEUED-SEQ
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-MISSION-EOF.

           MOVE SORD-ROVER-ID TO MISSION-ROVER-ID.
           MOVE 0 TO MISSION-SEQ-NO.

           START MISSION-FILE KEY NOT < MISSION-KEY
               INVALID KEY SET END-OF-ROVER-MISSIONS TO TRUE
           END-START.

           IF NOT END-OF-ROVER-MISSIONS
               PERFORM READ-NEXT-ROVER-MISSION
               PERFORM CHECK-ONE-ROVER-MISSION
                   UNTIL END-OF-ROVER-MISSIONS
                   OR WS-QUEUED-SEQ > 0
           END-IF.

       READ-NEXT-ROVER-MISSION.

           READ MISSION-FILE NEXT RECORD
               AT END SET END-OF-ROVER-MISSIONS TO TRUE
           END-READ.

           IF NOT END-OF-ROVER-MISSIONS
                   AND MISSION-ROVER-ID NOT = SORD-ROVER-ID
               SET END-OF-ROVER-MISSIONS TO TRUE
           END-IF.

       CHECK-ONE-ROVER-MISSION.

           IF MISSION-REQ-DATE = WS-GEN-DATE
                   AND MISSION-REQUESTER = SORD-REQUESTER
                   AND MISSION-INSTR = WS-INSTR-BUFFER
               MOVE MISSION-SEQ-NO TO WS-QUEUED-SEQ
           ELSE
               PERFORM READ-NEXT-ROVER-MISSION
           END-IF.

       QUEUE-STANDING-MISSION.

           MOVE SORD-ROVER-ID TO MISSION-ROVER-ID.
           MOVE 1 TO MISSION-SEQ-NO.
           MOVE WS-GEN-DATE TO MISSION-REQ-DATE.
           MOVE SORD-PRIORITY TO MISSION-PRIORITY.
           MOVE SORD-REQUESTER TO MISSION-REQUESTER.
           MOVE SORD-SITE-ID TO MISSION-SITE-ID.
           MOVE SORD-START-X TO MISSION-START-X.
           MOVE SORD-START-Y TO MISSION-START-Y.
           MOVE SORD-START-FACING TO MISSION-START-FACING.
           MOVE WS-INSTR-BUFFER TO MISSION-INSTR.
           SET MISSION-QUEUED TO TRUE.
           MOVE 0 TO MISSION-RESULT-STATUS.

           MOVE 'N' TO WS-MISSION-STORED.

           PERFORM WRITE-STANDING-MISSION
               UNTIL WS-MISSION-STORED = 'Y'.

       WRITE-STANDING-MISSION.

           WRITE MISSION-REC.

           EVALUATE TRUE
               WHEN MISSION-IO-OK
                   MOVE 'Y' TO WS-MISSION-STORED
               WHEN MISSION-DUPLICATE
                   ADD 1 TO MISSION-SEQ-NO
               WHEN OTHER
                   DISPLAY 'ROVER-STNDGEN: WRITE FAILED FOR KEY '
                       MISSION-KEY ' - STATUS ' WS-MISSION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       PRINT-GEN-LINE.

           MOVE SORD-ROVER-ID TO WS-GL-ID.
           MOVE SORD-ORDER-NO TO WS-GL-ORDER.
           MOVE SORD-SITE-ID TO WS-GL-SITE.
           MOVE SORD-FREQUENCY TO WS-GL-FREQ.
           MOVE SORD-PRIORITY TO WS-GL-PRI.
           MOVE SORD-REQUESTER TO WS-GL-REQUESTER.

           DISPLAY '  ' WS-GEN-LINE.

       START-RUN-LOG.

           MOVE 'STEP0025' TO RLC-STEP.
           MOVE 'ROVRSTGN' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-ORDER-COUNT TO RLC-RECORDS-IN.
           MOVE WS-GENERATED-COUNT TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-STNDGEN.
