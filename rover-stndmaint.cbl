       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-STNDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'STNDTRAN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLATEAU-FILE ASSIGN TO 'PLATIN'
               ORGANIZATION IS SEQUENTIAL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-KEY
               FILE STATUS IS WS-STANDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'standing-transaction.cpy'.
       FD  PLATEAU-FILE
           LABEL RECORD IS STANDARD.
       COPY 'plateau-record.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  MACRO-FILE
           LABEL RECORD IS STANDARD.
       COPY 'macro-record.cpy'.
       FD  STANDING-FILE
           LABEL RECORD IS STANDARD.
       COPY 'standing-order.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK          VALUE '00'.
           88 MASTER-RECORD-FOUND          VALUE '00'.
       01  WS-MACRO-STATUS         PIC X(2).
           88 MACRO-FILE-FOUND            VALUE '00'.
       01  WS-STANDING-STATUS      PIC X(2).
           88 STANDING-IO-OK              VALUE '00'.
           88 STANDING-NOT-FOUND          VALUE '23'.
           88 STANDING-DUPLICATE          VALUE '22'.
       01  WS-TRAN-EOF             PIC X(1).
           88 END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-MACRO-EOF            PIC X(1).
           88 END-OF-MACRO-FILE           VALUE 'Y'.
       01  WS-STANDING-EOF         PIC X(1).
           88 END-OF-ROVER-ORDERS         VALUE 'Y'.
       01  WS-SITE-TABLE.
           02 WS-SITE-COUNT        PIC 9(2) VALUE 0.
           02 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               03 WS-SITE-ID       PIC X(3).
               03 WS-SITE-MAX-X    PIC 9(2).
               03 WS-SITE-MAX-Y    PIC 9(2).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-SITE-MATCH           PIC 9(2).
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
       01  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TRAN-OK              PIC X(1).
       01  WS-NEXT-ORDER-NO        PIC 9(3).
       01  WS-END-DATE             PIC 9(8).
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-DC-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR           PIC 9(4).
           02 WS-DC-MONTH          PIC 9(2).
           02 WS-DC-DAY            PIC 9(2).
       01  WS-LOG-LINE.
           02 WS-LG-TAG            PIC X(8).
           02 WS-LG-ID             PIC X(6).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-LG-ORDER          PIC 9(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-SITE           PIC X(3).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-LG-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-LG-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-LG-FACING         PIC X(1).
           02 FILLER               PIC X(6)  VALUE '  PRI '.
           02 WS-LG-PRI            PIC 9(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-REQUESTER      PIC X(8).
           02 FILLER               PIC X(7)  VALUE '  FREQ '.
           02 WS-LG-FREQ           PIC X(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-START          PIC 9(8).
           02 FILLER               PIC X(1)  VALUE '-'.
           02 WS-LG-END            PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-STATUS         PIC X(1).
       01  WS-LOG-INSTR-LINE.
           02 FILLER               PIC X(14) VALUE '        INSTR '.
           02 WS-LI-INSTR          PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT TRAN-FILE.
           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-STNDMAINT: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STANDING-FILE.

           IF NOT STANDING-IO-OK
               DISPLAY 'ROVER-STNDMAINT: ROVRSTND DATASET NOT '
                   'AVAILABLE - STATUS ' WS-STANDING-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-SITE-PLATEAUS.
           PERFORM LOAD-MACRO-CATALOG.

           DISPLAY '  STANDING MISSION ORDER MAINTENANCE LOG'.

           MOVE 'N' TO WS-TRAN-EOF.

           PERFORM READ-TRAN-RECORD.
           PERFORM APPLY-ONE-TRAN UNTIL END-OF-TRAN-FILE.

           CLOSE TRAN-FILE, ROVER-MASTER-FILE, STANDING-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  TRANSACTIONS READ:    ' WS-TRAN-COUNT.
           DISPLAY '  TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT.
           DISPLAY '  TRANSACTIONS IN ERROR:' WS-REJECT-COUNT.

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-SITE-PLATEAUS.

           MOVE 'N' TO WS-PLATEAU-EOF.
           MOVE 0 TO WS-SITE-COUNT.

           OPEN INPUT PLATEAU-FILE.

           PERFORM READ-PLATEAU-RECORD.
           PERFORM STORE-SITE-PLATEAU UNTIL END-OF-PLATEAU-FILE.

           CLOSE PLATEAU-FILE.

       READ-PLATEAU-RECORD.

           READ PLATEAU-FILE
               AT END SET END-OF-PLATEAU-FILE TO TRUE
           END-READ.

       STORE-SITE-PLATEAU.

           IF WS-SITE-COUNT = 20
               DISPLAY 'ROVER-STNDMAINT: SITE-TABLE FULL AT 20 SITES '
                   '- PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-COUNT.
           MOVE PLAT-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT).
           MOVE PLAT-MAX-X TO WS-SITE-MAX-X(WS-SITE-COUNT).
           MOVE PLAT-MAX-Y TO WS-SITE-MAX-Y(WS-SITE-COUNT).

           PERFORM READ-PLATEAU-RECORD.

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
               DISPLAY 'ROVER-STNDMAINT: MACRO-TABLE FULL AT 100 '
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
           DISPLAY '  TRAN ' WS-TRAN-COUNT ': ' SOT-ACTION ' '
               SOT-ROVER-ID '/' SOT-ORDER-NO ' BY ' SOT-OPERATOR.

           IF SOT-OPERATOR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR ID IS REQUIRED'
               PERFORM READ-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN SOT-ADD-ORDER
                   PERFORM ADD-STANDING-ORDER
               WHEN SOT-APPROVE-ORDER
                   PERFORM APPROVE-STANDING-ORDER
               WHEN SOT-CANCEL-ORDER
                   PERFORM CANCEL-STANDING-ORDER
               WHEN OTHER
                   PERFORM REJECT-TRAN
                   DISPLAY '  * ACTION MUST BE A, V OR X'
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

       EDIT-STANDING-TRAN.

           MOVE 0 TO WS-SITE-MATCH.

           PERFORM SCAN-SITE-ENTRY
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               OR WS-SITE-MATCH > 0.

           IF WS-SITE-MATCH = 0
               PERFORM REJECT-TRAN
               DISPLAY '  * SITE IS NOT ON PLATIN'
           END-IF.

           IF SOT-START-X IS NOT NUMERIC
                   OR SOT-START-Y IS NOT NUMERIC
               PERFORM REJECT-TRAN
               DISPLAY '  * START CELL MUST BE NUMERIC'
           ELSE
               IF WS-SITE-MATCH > 0
                   IF SOT-START-X > WS-SITE-MAX-X(WS-SITE-MATCH)
                       OR SOT-START-Y > WS-SITE-MAX-Y(WS-SITE-MATCH)
                       PERFORM REJECT-TRAN
                       DISPLAY '  * START CELL IS OFF THE PLATEAU'
                   END-IF
               END-IF
           END-IF.

           IF SOT-START-FACING NOT = 'N'
                   AND SOT-START-FACING NOT = 'S'
                   AND SOT-START-FACING NOT = 'E'
                   AND SOT-START-FACING NOT = 'W'
               PERFORM REJECT-TRAN
               DISPLAY '  * FACING MUST BE N, S, E OR W'
           END-IF.

           IF SOT-PRIORITY = SPACES
               MOVE '5' TO SOT-PRIORITY
           END-IF.

           IF SOT-PRIORITY NOT NUMERIC OR SOT-PRIORITY = '0'
               PERFORM REJECT-TRAN
               DISPLAY '  * PRIORITY MUST BE 1-9'
           END-IF.

           IF SOT-REQUESTER = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * REQUESTER IS REQUIRED'
           END-IF.

           IF SOT-FREQUENCY NOT = 'D'
                   AND SOT-FREQUENCY NOT = 'W'
                   AND SOT-FREQUENCY NOT = 'M'
               PERFORM REJECT-TRAN
               DISPLAY '  * FREQUENCY MUST BE D, W OR M'
           END-IF.

           IF SOT-START-DATE IS NOT NUMERIC
               PERFORM REJECT-TRAN
               DISPLAY '  * START DATE MUST BE A VALID YYYYMMDD'
           ELSE
               MOVE SOT-START-DATE TO WS-DATE-CHECK
               IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                       OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
                   PERFORM REJECT-TRAN
                   DISPLAY '  * START DATE MUST BE A VALID YYYYMMDD'
               END-IF
           END-IF.

           MOVE 0 TO WS-END-DATE.

           IF SOT-END-DATE NOT = SPACES
               IF SOT-END-DATE IS NOT NUMERIC
                   PERFORM REJECT-TRAN
                   DISPLAY '  * END DATE MUST BE BLANK OR A VALID '
                       'YYYYMMDD'
               ELSE
                   MOVE SOT-END-DATE-NUM TO WS-DATE-CHECK
                   IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                           OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
                       PERFORM REJECT-TRAN
                       DISPLAY '  * END DATE MUST BE BLANK OR A '
                           'VALID YYYYMMDD'
                   ELSE
                       MOVE SOT-END-DATE-NUM TO WS-END-DATE
                   END-IF
               END-IF
           END-IF.

           IF WS-TRAN-OK = 'Y'
                   AND WS-END-DATE > 0
                   AND WS-END-DATE < SOT-START-DATE
               PERFORM REJECT-TRAN
               DISPLAY '  * END DATE IS BEFORE THE START DATE'
           END-IF.

           PERFORM EDIT-STANDING-INSTR.

       SCAN-SITE-ENTRY.

           IF WS-SITE-ID(WS-SITE-INDEX) = SOT-SITE-ID
               MOVE WS-SITE-INDEX TO WS-SITE-MATCH
           END-IF.

       EDIT-STANDING-INSTR.

           IF SOT-INSTR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * INSTRUCTIONS OR @MACRO NAME ARE REQUIRED'
               EXIT PARAGRAPH
           END-IF.

           MOVE SOT-INSTR TO WS-INSTR-BUFFER.

           IF WS-INSTR-BUFFER(1:1) = '@'
               CALL 'ROVER-MACRO' USING WS-MACRO-TABLE,
                       WS-INSTR-BUFFER, WS-MACRO-SEGMENT,
                       WS-MACRO-EXPAND-STAT
               IF WS-MACRO-EXPAND-STAT = 'Y'
                   MOVE WS-MACRO-SEGMENT TO WS-INSTR-BUFFER
               ELSE
                   PERFORM REJECT-TRAN
                   DISPLAY '  * MACRO IS NOT IN THE ROVRMACR CATALOG'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM SCAN-INSTRUCTION-BUFFER.

           IF WS-SCAN-VALID NOT = 'Y'
               PERFORM REJECT-TRAN
               DISPLAY '  * INSTRUCTIONS MAY ONLY HOLD L, R, F, B '
                   'AND REPEAT COUNTS UP TO 999'
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

       ADD-STANDING-ORDER.

           PERFORM EDIT-STANDING-TRAN.

           MOVE SOT-ROVER-ID TO MASTER-ROVER-ID.
           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER NOT ON THE MASTER'
               EXIT PARAGRAPH
           END-IF.

           IF MASTER-SITE-ID NOT = SOT-SITE-ID
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER IS AT SITE ' MASTER-SITE-ID
           END-IF.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-NEXT-ORDER-NO.

           IF WS-NEXT-ORDER-NO = 999
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER HAS REACHED ORDER NUMBER 999'
               EXIT PARAGRAPH
           END-IF.

           MOVE SOT-ROVER-ID TO SORD-ROVER-ID.
           ADD 1 TO WS-NEXT-ORDER-NO GIVING SORD-ORDER-NO.
           MOVE SOT-SITE-ID TO SORD-SITE-ID.
           MOVE SOT-START-X TO SORD-START-X.
           MOVE SOT-START-Y TO SORD-START-Y.
           MOVE SOT-START-FACING TO SORD-START-FACING.
           MOVE SOT-INSTR TO SORD-INSTR.
           MOVE SOT-PRIORITY TO SORD-PRIORITY.
           MOVE SOT-REQUESTER TO SORD-REQUESTER.
           MOVE SOT-FREQUENCY TO SORD-FREQUENCY.
           MOVE SOT-START-DATE TO SORD-START-DATE.
           MOVE WS-END-DATE TO SORD-END-DATE.
           SET SORD-PENDING TO TRUE.
           MOVE SOT-OPERATOR TO SORD-ENTERED-BY.
           MOVE SPACES TO SORD-APPROVED-BY.
           MOVE 0 TO SORD-LAST-GEN-DATE.
           MOVE 0 TO SORD-LAST-GEN-SEQ.
           MOVE 0 TO SORD-GEN-COUNT.

           WRITE STANDING-ORDER-REC.

           IF NOT STANDING-IO-OK
               DISPLAY 'ROVER-STNDMAINT: WRITE FAILED FOR KEY '
                   SORD-KEY ' - STATUS ' WS-STANDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'ORDERED ' TO WS-LG-TAG.
           PERFORM LOG-STANDING-ORDER.

       FIND-NEXT-ORDER-NO.

           MOVE 0 TO WS-NEXT-ORDER-NO.
           MOVE 'N' TO WS-STANDING-EOF.

           MOVE SOT-ROVER-ID TO SORD-ROVER-ID.
           MOVE 0 TO SORD-ORDER-NO.

           START STANDING-FILE KEY NOT < SORD-KEY
               INVALID KEY SET END-OF-ROVER-ORDERS TO TRUE
           END-START.

           IF NOT END-OF-ROVER-ORDERS
               PERFORM READ-NEXT-ROVER-ORDER
               PERFORM NOTE-ONE-ROVER-ORDER
                   UNTIL END-OF-ROVER-ORDERS
           END-IF.

       READ-NEXT-ROVER-ORDER.

           READ STANDING-FILE NEXT RECORD
               AT END SET END-OF-ROVER-ORDERS TO TRUE
           END-READ.

           IF NOT END-OF-ROVER-ORDERS
                   AND SORD-ROVER-ID NOT = SOT-ROVER-ID
               SET END-OF-ROVER-ORDERS TO TRUE
           END-IF.

       NOTE-ONE-ROVER-ORDER.

           MOVE SORD-ORDER-NO TO WS-NEXT-ORDER-NO.

           PERFORM READ-NEXT-ROVER-ORDER.

       READ-TRAN-ORDER.

           IF SOT-ORDER-NO IS NOT NUMERIC
               PERFORM REJECT-TRAN
               DISPLAY '  * ORDER NUMBER MUST BE NUMERIC'
               EXIT PARAGRAPH
           END-IF.

           MOVE SOT-ROVER-ID TO SORD-ROVER-ID.
           MOVE SOT-ORDER-NUM TO SORD-ORDER-NO.

           READ STANDING-FILE.

           EVALUATE TRUE
               WHEN STANDING-IO-OK
                   CONTINUE
               WHEN STANDING-NOT-FOUND
                   PERFORM REJECT-TRAN
                   DISPLAY '  * STANDING ORDER NOT ON FILE'
               WHEN OTHER
                   DISPLAY 'ROVER-STNDMAINT: READ FAILED FOR KEY '
                       SORD-KEY ' - STATUS ' WS-STANDING-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       APPROVE-STANDING-ORDER.

           PERFORM READ-TRAN-ORDER.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF NOT SORD-PENDING
               PERFORM REJECT-TRAN
               DISPLAY '  * ORDER IS NOT AWAITING APPROVAL - STATUS '
                   SORD-STATUS
               EXIT PARAGRAPH
           END-IF.

           IF SOT-OPERATOR = SORD-ENTERED-BY
               PERFORM REJECT-TRAN
               DISPLAY '  * ORDER WAS ENTERED BY ' SORD-ENTERED-BY
                   ' - A DIFFERENT OPERATOR MUST APPROVE IT'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'BEFORE: ' TO WS-LG-TAG.
           PERFORM LOG-STANDING-ORDER.

           SET SORD-ACTIVE TO TRUE.
           MOVE SOT-OPERATOR TO SORD-APPROVED-BY.

           PERFORM REWRITE-STANDING-ORDER.

           MOVE 'AFTER:  ' TO WS-LG-TAG.
           PERFORM LOG-STANDING-ORDER.

       CANCEL-STANDING-ORDER.

           PERFORM READ-TRAN-ORDER.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF NOT SORD-PENDING AND NOT SORD-ACTIVE
               PERFORM REJECT-TRAN
               DISPLAY '  * ORDER IS ALREADY CLOSED - STATUS '
                   SORD-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'BEFORE: ' TO WS-LG-TAG.
           PERFORM LOG-STANDING-ORDER.

           SET SORD-CANCELLED TO TRUE.

           PERFORM REWRITE-STANDING-ORDER.

           MOVE 'AFTER:  ' TO WS-LG-TAG.
           PERFORM LOG-STANDING-ORDER.

       REWRITE-STANDING-ORDER.

           REWRITE STANDING-ORDER-REC.

           IF NOT STANDING-IO-OK
               DISPLAY 'ROVER-STNDMAINT: REWRITE FAILED FOR KEY '
                   SORD-KEY ' - STATUS ' WS-STANDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOG-STANDING-ORDER.

           MOVE SORD-ROVER-ID TO WS-LG-ID.
           MOVE SORD-ORDER-NO TO WS-LG-ORDER.
           MOVE SORD-SITE-ID TO WS-LG-SITE.
           MOVE SORD-START-X TO WS-LG-X.
           MOVE SORD-START-Y TO WS-LG-Y.
           MOVE SORD-START-FACING TO WS-LG-FACING.
           MOVE SORD-PRIORITY TO WS-LG-PRI.
           MOVE SORD-REQUESTER TO WS-LG-REQUESTER.
           MOVE SORD-FREQUENCY TO WS-LG-FREQ.
           MOVE SORD-START-DATE TO WS-LG-START.
           MOVE SORD-END-DATE TO WS-LG-END.
           MOVE SORD-STATUS TO WS-LG-STATUS.
           MOVE SORD-INSTR TO WS-LI-INSTR.

           DISPLAY '  ' WS-LOG-LINE.

           IF WS-LG-TAG NOT = 'AFTER:  '
               DISPLAY '  ' WS-LOG-INSTR-LINE
           END-IF.

       END PROGRAM ROVER-STNDMAINT.
