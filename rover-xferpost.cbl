       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-XFERPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT PLATEAU-FILE ASSIGN TO 'PLATIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT HAZARD-FILE ASSIGN TO 'HAZIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAZ-KEY
               FILE STATUS IS WS-HAZARD-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'ROVRXFER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  PLATEAU-FILE
           LABEL RECORD IS STANDARD.
       COPY 'plateau-record.cpy'.
       FD  HAZARD-FILE
           LABEL RECORD IS STANDARD.
       COPY 'hazard-record.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-HAZARD-STATUS        PIC X(2).
           88 HAZARD-FILE-OPEN-OK         VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-IO-OK                VALUE '00'.
           88 MASTER-RECORD-FOUND         VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-IO-OK                  VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-IO-OK               VALUE '00'.
           88 JOURNAL-DUPLICATE           VALUE '22'.
       01  WS-JOURNAL-STORED       PIC X(1).
       01  WS-JOURNAL-BEFORE       PIC X(122).
       01  WS-JOURNAL-DATE         PIC 9(8).
       01  WS-JOURNAL-TIME         PIC 9(8).
       01  WS-POST-DATE            PIC 9(8).
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-HAZARD-EOF           PIC X(1).
           88 END-OF-HAZARD-FILE          VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
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
       01  WS-TRANSIT-TABLE.
           02 WS-TRANSIT-COUNT     PIC 9(3) VALUE 0.
           02 WS-TRANSIT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-TRANSIT-COUNT.
               03 WS-TRANSIT-ID    PIC X(6).
       01  WS-TRANSIT-INDEX        PIC 9(3).
       01  WS-TRANSIT-MATCH        PIC 9(3).
       01  WS-OCCUPIED-TABLE.
           02 WS-OCC-COUNT         PIC 9(3) VALUE 0.
           02 WS-OCC-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-OCC-COUNT.
               03 WS-OCC-SITE      PIC X(3).
               03 WS-OCC-X         PIC 9(2).
               03 WS-OCC-Y         PIC 9(2).
               03 WS-OCC-ID        PIC X(6).
       01  WS-OCC-INDEX            PIC 9(3).
       01  WS-OCC-MATCH            PIC 9(3).
       01  WS-HAZARD-FOUND         PIC X(1).
       01  WS-HOLD-REASON          PIC X(30).
       01  WS-HOLD-OCCUPIED.
           02 FILLER               PIC X(23) VALUE
               'CELL OCCUPIED BY ROVER '.
           02 WS-HO-ID             PIC X(6).
       01  WS-DUE-COUNT            PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-POST-LINE.
           02 WS-PL-TAG            PIC X(8).
           02 WS-PL-ID             PIC X(9).
           02 WS-PL-FROM           PIC X(3).
           02 FILLER               PIC X(4)  VALUE ' -> '.
           02 WS-PL-DEST           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-PL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-PL-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-PL-FACING         PIC X(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-PL-ARRIVE         PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-PL-REASON         PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-POST-DATE.
           PERFORM LOAD-SITE-PLATEAUS.

           OPEN INPUT HAZARD-FILE.

           IF NOT HAZARD-FILE-OPEN-OK
               DISPLAY 'ROVER-XFERPOST: HAZIN DATASET NOT AVAILABLE - '
                   'STATUS ' WS-HAZARD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ROVER-MASTER-FILE.

           IF NOT MASTER-IO-OK
               DISPLAY 'ROVER-XFERPOST: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O TRANSFER-FILE.

           IF NOT XFER-IO-OK
               DISPLAY 'ROVER-XFERPOST: ROVRXFER DATASET NOT '
                   'AVAILABLE - STATUS ' WS-XFER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JOURNAL-FILE.

           IF NOT JOURNAL-IO-OK
               DISPLAY 'ROVER-XFERPOST: ROVRJRNL DATASET NOT '
                   'AVAILABLE - STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-TRANSIT-ROVERS.
           PERFORM LOAD-OCCUPIED-CELLS.

           DISPLAY '  ROVER TRANSFER ARRIVALS FOR ' WS-POST-DATE.
           DISPLAY '          ROVER-ID FROM   DEST CELL   F  ARRIVE'
               '    HOLD REASON'.
           DISPLAY '          -------- ----   ---- -----  -  --------'
               '  ------------------------------'.

           PERFORM START-TRANSFER-SCAN.
           PERFORM POST-ONE-ORDER UNTIL END-OF-XFER-FILE.

           CLOSE HAZARD-FILE, ROVER-MASTER-FILE, TRANSFER-FILE,
               JOURNAL-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  ORDERS DUE TO ARRIVE: ' WS-DUE-COUNT.
           DISPLAY '  ARRIVALS POSTED:      ' WS-POSTED-COUNT.
           DISPLAY '  ARRIVALS HELD:        ' WS-HELD-COUNT.

           IF WS-HELD-COUNT > 0
               DISPLAY '  HELD ROVERS STAY IN TRANSIT - CLEAR THE HOLD '
                   'REASON AND THEY POST ON THE NEXT RUN'
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-POST-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-XFERPOST: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-XFERPOST: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-XFERPOST: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-POST-DATE.

           CLOSE DATE-FILE.

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
               DISPLAY 'ROVER-XFERPOST: SITE-TABLE FULL AT 20 SITES '
                   '- PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-COUNT.
           MOVE PLAT-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT).
           MOVE PLAT-MAX-X TO WS-SITE-MAX-X(WS-SITE-COUNT).
           MOVE PLAT-MAX-Y TO WS-SITE-MAX-Y(WS-SITE-COUNT).

           PERFORM READ-PLATEAU-RECORD.

       START-TRANSFER-SCAN.

           MOVE 'N' TO WS-XFER-EOF.
           MOVE LOW-VALUES TO XFER-KEY.

           START TRANSFER-FILE KEY NOT < XFER-KEY
               INVALID KEY SET END-OF-XFER-FILE TO TRUE
           END-START.

           IF NOT END-OF-XFER-FILE
               PERFORM READ-NEXT-TRANSFER
           END-IF.

       READ-NEXT-TRANSFER.

           READ TRANSFER-FILE NEXT RECORD
               AT END SET END-OF-XFER-FILE TO TRUE
           END-READ.

       LOAD-TRANSIT-ROVERS.

           MOVE 0 TO WS-TRANSIT-COUNT.

           PERFORM START-TRANSFER-SCAN.
           PERFORM TAKE-TRANSIT-ORDER UNTIL END-OF-XFER-FILE.

       TAKE-TRANSIT-ORDER.

           IF XFER-OPEN AND XFER-DEPART-DATE NOT > WS-POST-DATE
               IF WS-TRANSIT-COUNT = 999
                   DISPLAY 'ROVER-XFERPOST: TRANSIT-TABLE FULL AT 999 '
                       'ROVERS - ROVRXFER HAS MORE OPEN ORDERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANSIT-COUNT
               MOVE XFER-ROVER-ID TO WS-TRANSIT-ID(WS-TRANSIT-COUNT)
           END-IF.

           PERFORM READ-NEXT-TRANSFER.

       LOAD-OCCUPIED-CELLS.

           MOVE 0 TO WS-OCC-COUNT.
           MOVE 'N' TO WS-MASTER-EOF.
           MOVE LOW-VALUES TO MASTER-ROVER-ID.

           START ROVER-MASTER-FILE KEY NOT < MASTER-ROVER-ID
               INVALID KEY SET END-OF-MASTER-FILE TO TRUE
           END-START.

           IF NOT END-OF-MASTER-FILE
               PERFORM READ-NEXT-MASTER
               PERFORM TAKE-OCCUPIED-CELL UNTIL END-OF-MASTER-FILE
           END-IF.

       READ-NEXT-MASTER.

           READ ROVER-MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       TAKE-OCCUPIED-CELL.

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ENTRY
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               OR WS-TRANSIT-MATCH > 0.

           IF WS-TRANSIT-MATCH = 0
               PERFORM STORE-OCCUPIED-CELL
           END-IF.

           PERFORM READ-NEXT-MASTER.

       SCAN-TRANSIT-ENTRY.

           IF WS-TRANSIT-ID(WS-TRANSIT-INDEX) = MASTER-ROVER-ID
               MOVE WS-TRANSIT-INDEX TO WS-TRANSIT-MATCH
           END-IF.

       STORE-OCCUPIED-CELL.

           IF WS-OCC-COUNT = 999
               DISPLAY 'ROVER-XFERPOST: OCCUPIED-TABLE FULL AT 999 '
                   'ROVERS - ROVRMSTR HAS MORE ROVERS THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-OCC-COUNT.
           MOVE MASTER-SITE-ID TO WS-OCC-SITE(WS-OCC-COUNT).
           MOVE MASTER-X-COORD TO WS-OCC-X(WS-OCC-COUNT).
           MOVE MASTER-Y-COORD TO WS-OCC-Y(WS-OCC-COUNT).
           MOVE MASTER-ROVER-ID TO WS-OCC-ID(WS-OCC-COUNT).

       POST-ONE-ORDER.

           IF XFER-OPEN AND XFER-ARRIVE-DATE NOT > WS-POST-DATE
               ADD 1 TO WS-DUE-COUNT
               PERFORM EDIT-ARRIVAL
               IF WS-HOLD-REASON = SPACES
                   PERFORM POST-ARRIVAL
               ELSE
                   PERFORM HOLD-ARRIVAL
               END-IF
           END-IF.

           PERFORM READ-NEXT-TRANSFER.

       EDIT-ARRIVAL.

           MOVE SPACES TO WS-HOLD-REASON.

           MOVE XFER-ROVER-ID TO MASTER-ROVER-ID.
           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               MOVE 'ROVER NOT ON THE MASTER' TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SITE-MATCH.

           PERFORM SCAN-SITE-ENTRY
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               OR WS-SITE-MATCH > 0.

           IF WS-SITE-MATCH = 0
               MOVE 'DESTINATION SITE NOT ON PLATIN' TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF.

           IF XFER-LAND-X > WS-SITE-MAX-X(WS-SITE-MATCH)
                   OR XFER-LAND-Y > WS-SITE-MAX-Y(WS-SITE-MATCH)
               MOVE 'LANDING CELL OFF THE PLATEAU' TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-LANDING-HAZARD.

           IF WS-HAZARD-FOUND = 'Y'
               MOVE 'ACTIVE HAZARD AT LANDING CELL' TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-OCC-MATCH.

           PERFORM SCAN-OCCUPIED-ENTRY
               VARYING WS-OCC-INDEX FROM 1 BY 1
               UNTIL WS-OCC-INDEX > WS-OCC-COUNT
               OR WS-OCC-MATCH > 0.

           IF WS-OCC-MATCH > 0
               MOVE WS-OCC-ID(WS-OCC-MATCH) TO WS-HO-ID
               MOVE WS-HOLD-OCCUPIED TO WS-HOLD-REASON
           END-IF.

       SCAN-SITE-ENTRY.

           IF WS-SITE-ID(WS-SITE-INDEX) = XFER-DEST-SITE
               MOVE WS-SITE-INDEX TO WS-SITE-MATCH
           END-IF.

       SCAN-OCCUPIED-ENTRY.

           IF WS-OCC-SITE(WS-OCC-INDEX) = XFER-DEST-SITE
                   AND WS-OCC-X(WS-OCC-INDEX) = XFER-LAND-X
                   AND WS-OCC-Y(WS-OCC-INDEX) = XFER-LAND-Y
                   AND WS-OCC-ID(WS-OCC-INDEX) NOT = XFER-ROVER-ID
               MOVE WS-OCC-INDEX TO WS-OCC-MATCH
           END-IF.

       CHECK-LANDING-HAZARD.

           MOVE 'N' TO WS-HAZARD-FOUND.
           MOVE 'N' TO WS-HAZARD-EOF.

           MOVE XFER-DEST-SITE TO HAZ-SITE-ID.
           MOVE XFER-LAND-X TO HAZ-X.
           MOVE XFER-LAND-Y TO HAZ-Y.
           MOVE 0 TO HAZ-EFF-DATE.

           START HAZARD-FILE KEY NOT < HAZ-KEY
               INVALID KEY SET END-OF-HAZARD-FILE TO TRUE
           END-START.

           IF NOT END-OF-HAZARD-FILE
               PERFORM READ-NEXT-CELL-HAZARD
               PERFORM CHECK-ONE-CELL-HAZARD
                   UNTIL END-OF-HAZARD-FILE
                   OR WS-HAZARD-FOUND = 'Y'
           END-IF.

       READ-NEXT-CELL-HAZARD.

           READ HAZARD-FILE NEXT RECORD
               AT END SET END-OF-HAZARD-FILE TO TRUE
           END-READ.

           IF NOT END-OF-HAZARD-FILE
               IF HAZ-SITE-ID NOT = XFER-DEST-SITE
                       OR HAZ-X NOT = XFER-LAND-X
                       OR HAZ-Y NOT = XFER-LAND-Y
                   SET END-OF-HAZARD-FILE TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-CELL-HAZARD.

           IF HAZ-EFF-DATE NOT > WS-POST-DATE AND
                   HAZ-EXP-DATE NOT < WS-POST-DATE
               MOVE 'Y' TO WS-HAZARD-FOUND
           ELSE
               PERFORM READ-NEXT-CELL-HAZARD
           END-IF.

       POST-ARRIVAL.

           MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE.

           MOVE XFER-DEST-SITE TO MASTER-SITE-ID.
           MOVE XFER-LAND-X TO MASTER-X-COORD.
           MOVE XFER-LAND-Y TO MASTER-Y-COORD.
           MOVE XFER-LAND-FACING TO MASTER-FACING.

           REWRITE ROVER-MASTER-REC.

           IF NOT MASTER-IO-OK
               DISPLAY 'ROVER-XFERPOST: REWRITE FAILED FOR '
                   MASTER-ROVER-ID ' - STATUS ' WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-JOURNAL-RECORD.

           IF WS-OCC-COUNT = 999
               DISPLAY 'ROVER-XFERPOST: OCCUPIED-TABLE FULL AT 999 '
                   'ROVERS - ROVRMSTR HAS MORE ROVERS THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-OCC-COUNT.
           MOVE MASTER-SITE-ID TO WS-OCC-SITE(WS-OCC-COUNT).
           MOVE MASTER-X-COORD TO WS-OCC-X(WS-OCC-COUNT).
           MOVE MASTER-Y-COORD TO WS-OCC-Y(WS-OCC-COUNT).
           MOVE MASTER-ROVER-ID TO WS-OCC-ID(WS-OCC-COUNT).

           SET XFER-ARRIVED TO TRUE.
           MOVE WS-POST-DATE TO XFER-POSTED-DATE.
           MOVE SPACES TO XFER-HOLD-REASON.

           PERFORM REWRITE-TRANSFER-ORDER.

           ADD 1 TO WS-POSTED-COUNT.
           MOVE 'POSTED  ' TO WS-PL-TAG.
           PERFORM PRINT-POST-LINE.

       HOLD-ARRIVAL.

           MOVE WS-HOLD-REASON TO XFER-HOLD-REASON.

           PERFORM REWRITE-TRANSFER-ORDER.

           ADD 1 TO WS-HELD-COUNT.
           MOVE 'HELD    ' TO WS-PL-TAG.
           PERFORM PRINT-POST-LINE.

       REWRITE-TRANSFER-ORDER.

           REWRITE TRANSFER-ORDER-REC.

           IF NOT XFER-IO-OK
               DISPLAY 'ROVER-XFERPOST: REWRITE FAILED FOR KEY '
                   XFER-KEY ' - STATUS ' WS-XFER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOURNAL-RECORD.

           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOURNAL-TIME FROM TIME.

           MOVE MASTER-ROVER-ID TO JRNL-ROVER-ID.
           MOVE WS-JOURNAL-DATE TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME TO JRNL-TIME.
           SET JRNL-CHANGED TO TRUE.
           MOVE 'ROVRXPST' TO JRNL-PROGRAM.
           MOVE 0 TO JRNL-RUN-NO.
           MOVE XFER-OPERATOR TO JRNL-OPERATOR.
           MOVE WS-JOURNAL-BEFORE TO JRNL-BEFORE.
           MOVE ROVER-MASTER-REC TO JRNL-AFTER.

           MOVE 'N' TO WS-JOURNAL-STORED.

           PERFORM WRITE-JOURNAL-ENTRY
               UNTIL WS-JOURNAL-STORED = 'Y'.

       WRITE-JOURNAL-ENTRY.

           WRITE MASTER-JOURNAL-REC.

           EVALUATE TRUE
               WHEN JOURNAL-IO-OK
                   MOVE 'Y' TO WS-JOURNAL-STORED
               WHEN JOURNAL-DUPLICATE
                   ADD 1 TO JRNL-TIME
               WHEN OTHER
                   DISPLAY 'ROVER-XFERPOST: WRITE FAILED ON ROVRJRNL '
                       'FOR KEY ' JRNL-KEY ' - STATUS '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       PRINT-POST-LINE.

           MOVE XFER-ROVER-ID TO WS-PL-ID.
           MOVE XFER-FROM-SITE TO WS-PL-FROM.
           MOVE XFER-DEST-SITE TO WS-PL-DEST.
           MOVE XFER-LAND-X TO WS-PL-X.
           MOVE XFER-LAND-Y TO WS-PL-Y.
           MOVE XFER-LAND-FACING TO WS-PL-FACING.
           MOVE XFER-ARRIVE-DATE TO WS-PL-ARRIVE.
           MOVE XFER-HOLD-REASON TO WS-PL-REASON.

           DISPLAY '  ' WS-POST-LINE.

       END PROGRAM ROVER-XFERPOST.
