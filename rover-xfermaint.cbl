       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-XFERMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'XFERTRAN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLATEAU-FILE ASSIGN TO 'PLATIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'ROVRXFER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-transaction.cpy'.
       FD  PLATEAU-FILE
           LABEL RECORD IS STANDARD.
       COPY 'plateau-record.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK          VALUE '00'.
           88 MASTER-RECORD-FOUND          VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-IO-OK                  VALUE '00'.
           88 XFER-DUPLICATE              VALUE '22'.
       01  WS-TRAN-EOF             PIC X(1).
           88 END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  WS-SITE-TABLE.
           02 WS-SITE-COUNT        PIC 9(2) VALUE 0.
           02 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               03 WS-SITE-ID       PIC X(3).
               03 WS-SITE-MAX-X    PIC 9(2).
               03 WS-SITE-MAX-Y    PIC 9(2).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-SITE-MATCH           PIC 9(2).
       01  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TRAN-OK              PIC X(1).
       01  WS-OPEN-ORDER-FOUND     PIC X(1).
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-DC-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR           PIC 9(4).
           02 WS-DC-MONTH          PIC 9(2).
           02 WS-DC-DAY            PIC 9(2).
       01  WS-LOG-LINE.
           02 WS-LG-TAG            PIC X(8).
           02 WS-LG-ID             PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-FROM           PIC X(3).
           02 FILLER               PIC X(4)  VALUE ' -> '.
           02 WS-LG-DEST           PIC X(3).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-LG-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-LG-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-LG-FACING         PIC X(1).
           02 FILLER               PIC X(9)  VALUE '  DEPART '.
           02 WS-LG-DEPART         PIC 9(8).
           02 FILLER               PIC X(9)  VALUE '  ARRIVE '.
           02 WS-LG-ARRIVE         PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-STATUS         PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT TRAN-FILE.
           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-XFERMAINT: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O TRANSFER-FILE.

           IF NOT XFER-IO-OK
               DISPLAY 'ROVER-XFERMAINT: ROVRXFER DATASET NOT '
                   'AVAILABLE - STATUS ' WS-XFER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-SITE-PLATEAUS.

           DISPLAY '  ROVER TRANSFER ORDER MAINTENANCE LOG'.

           PERFORM READ-TRAN-RECORD.
           PERFORM APPLY-ONE-TRAN UNTIL END-OF-TRAN-FILE.

           CLOSE TRAN-FILE, ROVER-MASTER-FILE, TRANSFER-FILE.

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
               DISPLAY 'ROVER-XFERMAINT: SITE-TABLE FULL AT 20 SITES '
                   '- PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-COUNT.
           MOVE PLAT-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT).
           MOVE PLAT-MAX-X TO WS-SITE-MAX-X(WS-SITE-COUNT).
           MOVE PLAT-MAX-Y TO WS-SITE-MAX-Y(WS-SITE-COUNT).

           PERFORM READ-PLATEAU-RECORD.

       READ-TRAN-RECORD.

           READ TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ.

       APPLY-ONE-TRAN.

           ADD 1 TO WS-TRAN-COUNT.
           MOVE 'Y' TO WS-TRAN-OK.

           DISPLAY ' '.
           DISPLAY '  TRAN ' WS-TRAN-COUNT ': ' XFT-ACTION ' '
               XFT-ROVER-ID ' BY ' XFT-OPERATOR.

           IF XFT-OPERATOR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR ID IS REQUIRED'
               PERFORM READ-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN XFT-ADD-ORDER
                   PERFORM ADD-TRANSFER-ORDER
               WHEN XFT-CANCEL-ORDER
                   PERFORM CANCEL-TRANSFER-ORDER
               WHEN OTHER
                   PERFORM REJECT-TRAN
                   DISPLAY '  * ACTION MUST BE A OR X'
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

       EDIT-TRANSFER-TRAN.

           MOVE 0 TO WS-SITE-MATCH.

           PERFORM SCAN-SITE-ENTRY
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               OR WS-SITE-MATCH > 0.

           IF WS-SITE-MATCH = 0
               PERFORM REJECT-TRAN
               DISPLAY '  * DESTINATION SITE IS NOT ON PLATIN'
           END-IF.

           IF XFT-LAND-X IS NOT NUMERIC
                   OR XFT-LAND-Y IS NOT NUMERIC
               PERFORM REJECT-TRAN
               DISPLAY '  * LANDING CELL MUST BE NUMERIC'
           ELSE
               IF WS-SITE-MATCH > 0
                   IF XFT-LAND-X > WS-SITE-MAX-X(WS-SITE-MATCH)
                       OR XFT-LAND-Y > WS-SITE-MAX-Y(WS-SITE-MATCH)
                       PERFORM REJECT-TRAN
                       DISPLAY '  * LANDING CELL IS OFF THE '
                           'DESTINATION PLATEAU'
                   END-IF
               END-IF
           END-IF.

           IF XFT-LAND-FACING NOT = 'N'
                   AND XFT-LAND-FACING NOT = 'S'
                   AND XFT-LAND-FACING NOT = 'E'
                   AND XFT-LAND-FACING NOT = 'W'
               PERFORM REJECT-TRAN
               DISPLAY '  * FACING MUST BE N, S, E OR W'
           END-IF.

           IF XFT-DEPART-DATE IS NOT NUMERIC
               PERFORM REJECT-TRAN
               DISPLAY '  * DEPARTURE DATE MUST BE A VALID YYYYMMDD'
           ELSE
               MOVE XFT-DEPART-DATE TO WS-DATE-CHECK
               IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                       OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
                   PERFORM REJECT-TRAN
                   DISPLAY '  * DEPARTURE DATE MUST BE A VALID '
                       'YYYYMMDD'
               END-IF
           END-IF.

           IF XFT-ARRIVE-DATE IS NOT NUMERIC
               PERFORM REJECT-TRAN
               DISPLAY '  * ARRIVAL DATE MUST BE A VALID YYYYMMDD'
           ELSE
               MOVE XFT-ARRIVE-DATE TO WS-DATE-CHECK
               IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                       OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
                   PERFORM REJECT-TRAN
                   DISPLAY '  * ARRIVAL DATE MUST BE A VALID YYYYMMDD'
               END-IF
           END-IF.

           IF WS-TRAN-OK = 'Y'
                   AND XFT-ARRIVE-DATE < XFT-DEPART-DATE
               PERFORM REJECT-TRAN
               DISPLAY '  * ARRIVAL DATE IS BEFORE THE DEPARTURE DATE'
           END-IF.

       SCAN-SITE-ENTRY.

           IF WS-SITE-ID(WS-SITE-INDEX) = XFT-DEST-SITE
               MOVE WS-SITE-INDEX TO WS-SITE-MATCH
           END-IF.

       ADD-TRANSFER-ORDER.

           PERFORM EDIT-TRANSFER-TRAN.

           MOVE XFT-ROVER-ID TO MASTER-ROVER-ID.
           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER NOT ON THE MASTER'
               EXIT PARAGRAPH
           END-IF.

           IF MASTER-SITE-ID = XFT-DEST-SITE
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER IS ALREADY AT SITE ' MASTER-SITE-ID
                   ' - USE A ROSTER CHANGE TO MOVE IT WITHIN A SITE'
           END-IF.

           PERFORM FIND-OPEN-ORDER.

           IF WS-OPEN-ORDER-FOUND = 'Y'
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER ALREADY HAS AN OPEN TRANSFER TO '
                   XFER-DEST-SITE ' DEPARTING ' XFER-DEPART-DATE
           END-IF.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE XFT-ROVER-ID TO XFER-ROVER-ID.
           MOVE XFT-DEPART-DATE TO XFER-DEPART-DATE.
           MOVE XFT-ARRIVE-DATE TO XFER-ARRIVE-DATE.
           MOVE MASTER-SITE-ID TO XFER-FROM-SITE.
           MOVE XFT-DEST-SITE TO XFER-DEST-SITE.
           MOVE XFT-LAND-X TO XFER-LAND-X.
           MOVE XFT-LAND-Y TO XFER-LAND-Y.
           MOVE XFT-LAND-FACING TO XFER-LAND-FACING.
           SET XFER-OPEN TO TRUE.
           MOVE XFT-OPERATOR TO XFER-OPERATOR.
           MOVE 0 TO XFER-POSTED-DATE.
           MOVE SPACES TO XFER-HOLD-REASON.

           WRITE TRANSFER-ORDER-REC.

           EVALUATE TRUE
               WHEN XFER-IO-OK
                   CONTINUE
               WHEN XFER-DUPLICATE
                   PERFORM REJECT-TRAN
                   DISPLAY '  * AN ORDER FOR THIS ROVER AND DEPARTURE '
                       'DATE IS ALREADY ON FILE'
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ROVER-XFERMAINT: WRITE FAILED FOR KEY '
                       XFER-KEY ' - STATUS ' WS-XFER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'ORDERED ' TO WS-LG-TAG.
           PERFORM LOG-TRANSFER-ORDER.

       CANCEL-TRANSFER-ORDER.

           PERFORM FIND-OPEN-ORDER.

           IF WS-OPEN-ORDER-FOUND NOT = 'Y'
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER HAS NO OPEN TRANSFER ORDER'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'BEFORE: ' TO WS-LG-TAG.
           PERFORM LOG-TRANSFER-ORDER.

           SET XFER-CANCELLED TO TRUE.
           MOVE XFT-OPERATOR TO XFER-OPERATOR.

           REWRITE TRANSFER-ORDER-REC.

           IF NOT XFER-IO-OK
               DISPLAY 'ROVER-XFERMAINT: REWRITE FAILED FOR KEY '
                   XFER-KEY ' - STATUS ' WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'AFTER:  ' TO WS-LG-TAG.
           PERFORM LOG-TRANSFER-ORDER.

       FIND-OPEN-ORDER.

           MOVE 'N' TO WS-OPEN-ORDER-FOUND.
           MOVE 'N' TO WS-XFER-EOF.

           MOVE XFT-ROVER-ID TO XFER-ROVER-ID.
           MOVE 0 TO XFER-DEPART-DATE.

           START TRANSFER-FILE KEY NOT < XFER-KEY
               INVALID KEY SET END-OF-XFER-FILE TO TRUE
           END-START.

           IF NOT END-OF-XFER-FILE
               PERFORM READ-NEXT-ROVER-ORDER
               PERFORM CHECK-ONE-ROVER-ORDER
                   UNTIL END-OF-XFER-FILE
                   OR WS-OPEN-ORDER-FOUND = 'Y'
           END-IF.

       READ-NEXT-ROVER-ORDER.

           READ TRANSFER-FILE NEXT RECORD
               AT END SET END-OF-XFER-FILE TO TRUE
           END-READ.

           IF NOT END-OF-XFER-FILE
                   AND XFER-ROVER-ID NOT = XFT-ROVER-ID
               SET END-OF-XFER-FILE TO TRUE
           END-IF.

       CHECK-ONE-ROVER-ORDER.

           IF XFER-OPEN
               MOVE 'Y' TO WS-OPEN-ORDER-FOUND
           ELSE
               PERFORM READ-NEXT-ROVER-ORDER
           END-IF.

       LOG-TRANSFER-ORDER.

           MOVE XFER-ROVER-ID TO WS-LG-ID.
           MOVE XFER-FROM-SITE TO WS-LG-FROM.
           MOVE XFER-DEST-SITE TO WS-LG-DEST.
           MOVE XFER-LAND-X TO WS-LG-X.
           MOVE XFER-LAND-Y TO WS-LG-Y.
           MOVE XFER-LAND-FACING TO WS-LG-FACING.
           MOVE XFER-DEPART-DATE TO WS-LG-DEPART.
           MOVE XFER-ARRIVE-DATE TO WS-LG-ARRIVE.
           MOVE XFER-STATUS TO WS-LG-STATUS.

           DISPLAY '  ' WS-LOG-LINE.

       END PROGRAM ROVER-XFERMAINT.
