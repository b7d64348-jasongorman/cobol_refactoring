       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-TELRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT TELEMETRY-FILE ASSIGN TO 'TLMIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TELEMETRY-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO 'TLMCONF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'ROVRXFER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO 'CORROUT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  TELEMETRY-FILE
           LABEL RECORD IS STANDARD.
       COPY 'telemetry-record.cpy'.
       FD  CONFIRM-FILE
           LABEL RECORD IS STANDARD.
       01  CONFIRM-REC.
           02 CONF-ROVER-ID        PIC X(6).
           02 CONF-OPERATOR        PIC X(8).
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  CORRECTION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'roster-transaction.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-TELEMETRY-STATUS     PIC X(2).
           88 TELEMETRY-FILE-FOUND        VALUE '00'.
       01  WS-CONFIRM-STATUS       PIC X(2).
           88 CONFIRM-FILE-FOUND          VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-FILE-FOUND             VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK         VALUE '00'.
       01  WS-TELEMETRY-EOF        PIC X(1).
           88 END-OF-TELEMETRY-FILE       VALUE 'Y'.
       01  WS-CONFIRM-EOF          PIC X(1).
           88 END-OF-CONFIRM-FILE         VALUE 'Y'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-RECON-DATE           PIC 9(8).
       01  WS-TRANSIT-TABLE.
           02 WS-TRANSIT-COUNT     PIC 9(3) VALUE 0.
           02 WS-TRANSIT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-TRANSIT-COUNT.
               03 WS-TRANSIT-ID    PIC X(6).
       01  WS-TRANSIT-INDEX        PIC 9(3).
       01  WS-TRANSIT-MATCH        PIC 9(3).
       01  WS-TLM-TABLE.
           02 WS-TLM-COUNT         PIC 9(3) VALUE 0.
           02 WS-TLM-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-TLM-COUNT.
               03 WS-TL-ID         PIC X(6).
               03 WS-TL-SITE       PIC X(3).
               03 WS-TL-X          PIC 9(2).
               03 WS-TL-Y          PIC 9(2).
               03 WS-TL-FACING     PIC X(1).
               03 WS-TL-STAMP      PIC 9(14).
               03 WS-TL-MATCHED    PIC X(1).
       01  WS-TLM-INDEX            PIC 9(3).
       01  WS-TLM-MATCH            PIC 9(3).
       01  WS-TLM-STAMP.
           02 WS-TS-DATE           PIC 9(8).
           02 WS-TS-TIME           PIC 9(6).
       01  WS-CONF-TABLE.
           02 WS-CONF-COUNT        PIC 9(3) VALUE 0.
           02 WS-CONF-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-CONF-COUNT.
               03 WS-CF-ID         PIC X(6).
               03 WS-CF-OPERATOR   PIC X(8).
               03 WS-CF-USED       PIC X(1).
       01  WS-CONF-INDEX           PIC 9(3).
       01  WS-CONF-MATCH           PIC 9(3).
       01  WS-DIFF-TABLE.
           02 WS-DIFF-COUNT        PIC 9(4) VALUE 0.
           02 WS-DIFF-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DIFF-COUNT.
               03 WS-DF-TYPE       PIC X(1).
               03 WS-DF-ID         PIC X(6).
               03 WS-DF-MASTER-POS PIC X(11).
               03 WS-DF-TLM-POS    PIC X(11).
               03 WS-DF-ACTION     PIC X(20).
       01  WS-DIFF-INDEX           PIC 9(4).
       01  WS-PRINT-TYPE           PIC X(1).
       01  WS-GROUP-COUNT          PIC 9(5).
       01  WS-POS-TEXT.
           02 WS-PT-SITE           PIC X(3).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-PT-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-PT-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-PT-FACING         PIC X(1).
       01  WS-MASTER-POS           PIC X(11).
       01  WS-TLM-POS              PIC X(11).
       01  WS-ROVER-ACTION         PIC X(20).
       01  WS-ROVER-DIFFERS        PIC X(1).
       01  WS-TLM-READ-COUNT       PIC 9(5) VALUE 0.
       01  WS-TLM-BAD-COUNT        PIC 9(5) VALUE 0.
       01  WS-MASTER-COUNT         PIC 9(5) VALUE 0.
       01  WS-TRANSIT-SKIP-COUNT   PIC 9(5) VALUE 0.
       01  WS-AGREED-COUNT         PIC 9(5) VALUE 0.
       01  WS-DIFFER-COUNT         PIC 9(5) VALUE 0.
       01  WS-SITE-DIFF-COUNT      PIC 9(5) VALUE 0.
       01  WS-CELL-DIFF-COUNT      PIC 9(5) VALUE 0.
       01  WS-FACING-DIFF-COUNT    PIC 9(5) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT  PIC 9(5) VALUE 0.
       01  WS-NO-TLM-COUNT         PIC 9(5) VALUE 0.
       01  WS-CORRECTION-COUNT     PIC 9(5) VALUE 0.
       01  WS-CONF-UNUSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-DIFF-LINE.
           02 WS-DL-ID             PIC X(10).
           02 WS-DL-MASTER         PIC X(11).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-TLM            PIC X(11).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-ACTION         PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RECON-DATE.
           PERFORM LOAD-TRANSIT-ROVERS.
           PERFORM LOAD-TELEMETRY.
           PERFORM LOAD-CONFIRMATIONS.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-TELRECON: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CORRECTION-FILE.

           MOVE 'N' TO WS-MASTER-EOF.

           PERFORM READ-NEXT-MASTER.
           PERFORM RECONCILE-ONE-ROVER UNTIL END-OF-MASTER-FILE.

           CLOSE ROVER-MASTER-FILE, CORRECTION-FILE.

           PERFORM TAKE-UNMATCHED-TELEMETRY
               VARYING WS-TLM-INDEX FROM 1 BY 1
               UNTIL WS-TLM-INDEX > WS-TLM-COUNT.

           DISPLAY '  ROVER POSITION TELEMETRY RECONCILIATION FOR '
               WS-RECON-DATE.

           MOVE 'S' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  WRONG SITE'.
           PERFORM PRINT-DIFF-GROUP.

           MOVE 'C' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  WRONG CELL'.
           PERFORM PRINT-DIFF-GROUP.

           MOVE 'F' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  WRONG FACING'.
           PERFORM PRINT-DIFF-GROUP.

           MOVE 'M' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  ROVER NOT ON MASTER'.
           PERFORM PRINT-DIFF-GROUP.

           MOVE 'N' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  NO TELEMETRY RECEIVED'.
           PERFORM PRINT-DIFF-GROUP.

           DISPLAY ' '.

           PERFORM CHECK-ONE-CONFIRMATION
               VARYING WS-CONF-INDEX FROM 1 BY 1
               UNTIL WS-CONF-INDEX > WS-CONF-COUNT.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  TELEMETRY RECORDS READ:   ' WS-TLM-READ-COUNT.
           DISPLAY '  TELEMETRY UNUSABLE:       ' WS-TLM-BAD-COUNT.
           DISPLAY '  MASTER RECORDS READ:      ' WS-MASTER-COUNT.
           DISPLAY '  IN TRANSIT - NOT CHECKED: '
               WS-TRANSIT-SKIP-COUNT.
           DISPLAY '  POSITIONS AGREED:         ' WS-AGREED-COUNT.
           DISPLAY '  POSITIONS DIFFERENT:      ' WS-DIFFER-COUNT.
           DISPLAY '    WRONG SITE:             ' WS-SITE-DIFF-COUNT.
           DISPLAY '    WRONG CELL:             ' WS-CELL-DIFF-COUNT.
           DISPLAY '    WRONG FACING:           ' WS-FACING-DIFF-COUNT.
           DISPLAY '  ROVERS NOT ON MASTER:     '
               WS-NOT-ON-MASTER-COUNT.
           DISPLAY '  NO TELEMETRY RECEIVED:    ' WS-NO-TLM-COUNT.
           DISPLAY '  CORRECTIONS WRITTEN:      ' WS-CORRECTION-COUNT.
           DISPLAY '  CONFIRMATIONS NOT USED:   '
               WS-CONF-UNUSED-COUNT.

           IF WS-DIFFER-COUNT > 0 OR WS-NOT-ON-MASTER-COUNT > 0
                   OR WS-NO-TLM-COUNT > 0 OR WS-TLM-BAD-COUNT > 0
                   OR WS-CONF-UNUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-RECON-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-TELRECON: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-TELRECON: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-TELRECON: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-RECON-DATE.

           CLOSE DATE-FILE.

       LOAD-TRANSIT-ROVERS.

           MOVE 'N' TO WS-XFER-EOF.
           MOVE 0 TO WS-TRANSIT-COUNT.

           OPEN INPUT TRANSFER-FILE.

           IF XFER-FILE-FOUND
               PERFORM READ-TRANSFER-RECORD
               PERFORM STORE-TRANSIT-ROVER UNTIL END-OF-XFER-FILE
               CLOSE TRANSFER-FILE
           END-IF.

       READ-TRANSFER-RECORD.

           READ TRANSFER-FILE NEXT RECORD
               AT END SET END-OF-XFER-FILE TO TRUE
           END-READ.

       STORE-TRANSIT-ROVER.

           IF XFER-OPEN AND XFER-DEPART-DATE NOT > WS-RECON-DATE
               IF WS-TRANSIT-COUNT = 999
                   DISPLAY 'ROVER-TELRECON: TRANSIT-TABLE FULL AT 999 '
                       'ROVERS - ROVRXFER HAS MORE OPEN ORDERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANSIT-COUNT
               MOVE XFER-ROVER-ID TO WS-TRANSIT-ID(WS-TRANSIT-COUNT)
           END-IF.

           PERFORM READ-TRANSFER-RECORD.

       LOAD-TELEMETRY.

           OPEN INPUT TELEMETRY-FILE.

           IF NOT TELEMETRY-FILE-FOUND
               DISPLAY 'ROVER-TELRECON: TLMIN DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-TELEMETRY-EOF.
           MOVE 0 TO WS-TLM-COUNT.

           PERFORM READ-TELEMETRY-RECORD.
           PERFORM STORE-TELEMETRY UNTIL END-OF-TELEMETRY-FILE.

           CLOSE TELEMETRY-FILE.

       READ-TELEMETRY-RECORD.

           READ TELEMETRY-FILE
               AT END SET END-OF-TELEMETRY-FILE TO TRUE
           END-READ.

       STORE-TELEMETRY.

           ADD 1 TO WS-TLM-READ-COUNT.

           IF TLM-ROVER-ID = SPACES OR TLM-SITE-ID = SPACES
                   OR TLM-X-COORD IS NOT NUMERIC
                   OR TLM-Y-COORD IS NOT NUMERIC
                   OR (TLM-FACING NOT = 'N' AND TLM-FACING NOT = 'S'
                   AND TLM-FACING NOT = 'E' AND TLM-FACING NOT = 'W')
               ADD 1 TO WS-TLM-BAD-COUNT
               DISPLAY 'ROVER-TELRECON: TELEMETRY RECORD '
                   WS-TLM-READ-COUNT ' FOR ROVER ' TLM-ROVER-ID
                   ' IS UNUSABLE - IGNORED'
               PERFORM READ-TELEMETRY-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF TLM-OBS-DATE IS NUMERIC AND TLM-OBS-TIME IS NUMERIC
               MOVE TLM-OBS-DATE TO WS-TS-DATE
               MOVE TLM-OBS-TIME TO WS-TS-TIME
           ELSE
               MOVE 0 TO WS-TS-DATE
               MOVE 0 TO WS-TS-TIME
           END-IF.

           MOVE 0 TO WS-TLM-MATCH.

           PERFORM SCAN-TELEMETRY-ENTRY
               VARYING WS-TLM-INDEX FROM 1 BY 1
               UNTIL WS-TLM-INDEX > WS-TLM-COUNT
               OR WS-TLM-MATCH > 0.

           IF WS-TLM-MATCH = 0
               IF WS-TLM-COUNT = 999
                   DISPLAY 'ROVER-TELRECON: TELEMETRY-TABLE FULL AT '
                       '999 ROVERS - TLMIN HAS MORE ROVERS THAN THIS '
                       'PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TLM-COUNT
               MOVE WS-TLM-COUNT TO WS-TLM-MATCH
               MOVE TLM-ROVER-ID TO WS-TL-ID(WS-TLM-MATCH)
               MOVE 0 TO WS-TL-STAMP(WS-TLM-MATCH)
               MOVE 'N' TO WS-TL-MATCHED(WS-TLM-MATCH)
           END-IF.

           IF WS-TLM-STAMP NOT < WS-TL-STAMP(WS-TLM-MATCH)
               MOVE TLM-SITE-ID TO WS-TL-SITE(WS-TLM-MATCH)
               MOVE TLM-X-COORD TO WS-TL-X(WS-TLM-MATCH)
               MOVE TLM-Y-COORD TO WS-TL-Y(WS-TLM-MATCH)
               MOVE TLM-FACING TO WS-TL-FACING(WS-TLM-MATCH)
               MOVE WS-TLM-STAMP TO WS-TL-STAMP(WS-TLM-MATCH)
           END-IF.

           PERFORM READ-TELEMETRY-RECORD.

       SCAN-TELEMETRY-ENTRY.

           IF WS-TL-ID(WS-TLM-INDEX) = TLM-ROVER-ID
               MOVE WS-TLM-INDEX TO WS-TLM-MATCH
           END-IF.

       LOAD-CONFIRMATIONS.

           MOVE 'N' TO WS-CONFIRM-EOF.
           MOVE 0 TO WS-CONF-COUNT.

           OPEN INPUT CONFIRM-FILE.

           IF CONFIRM-FILE-FOUND
               PERFORM READ-CONFIRM-RECORD
               PERFORM STORE-CONFIRMATION UNTIL END-OF-CONFIRM-FILE
               CLOSE CONFIRM-FILE
           END-IF.

       READ-CONFIRM-RECORD.

           READ CONFIRM-FILE
               AT END SET END-OF-CONFIRM-FILE TO TRUE
           END-READ.

       STORE-CONFIRMATION.

           IF WS-CONF-COUNT = 999
               DISPLAY 'ROVER-TELRECON: CONFIRM-TABLE FULL AT 999 '
                   'CARDS - TLMCONF HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-CONF-COUNT.
           MOVE CONF-ROVER-ID TO WS-CF-ID(WS-CONF-COUNT).
           MOVE CONF-OPERATOR TO WS-CF-OPERATOR(WS-CONF-COUNT).
           MOVE 'N' TO WS-CF-USED(WS-CONF-COUNT).

           PERFORM READ-CONFIRM-RECORD.

       READ-NEXT-MASTER.

           READ ROVER-MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       RECONCILE-ONE-ROVER.

           ADD 1 TO WS-MASTER-COUNT.

           MOVE 0 TO WS-TLM-MATCH.

           PERFORM SCAN-MASTER-TELEMETRY
               VARYING WS-TLM-INDEX FROM 1 BY 1
               UNTIL WS-TLM-INDEX > WS-TLM-COUNT
               OR WS-TLM-MATCH > 0.

           IF WS-TLM-MATCH > 0
               MOVE 'Y' TO WS-TL-MATCHED(WS-TLM-MATCH)
           END-IF.

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ENTRY
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               OR WS-TRANSIT-MATCH > 0.

           IF WS-TRANSIT-MATCH > 0
               ADD 1 TO WS-TRANSIT-SKIP-COUNT
               PERFORM READ-NEXT-MASTER
               EXIT PARAGRAPH
           END-IF.

           MOVE MASTER-SITE-ID TO WS-PT-SITE.
           MOVE MASTER-X-COORD TO WS-PT-X.
           MOVE MASTER-Y-COORD TO WS-PT-Y.
           MOVE MASTER-FACING TO WS-PT-FACING.
           MOVE WS-POS-TEXT TO WS-MASTER-POS.

           IF WS-TLM-MATCH = 0
               ADD 1 TO WS-NO-TLM-COUNT
               MOVE '-' TO WS-TLM-POS
               MOVE SPACES TO WS-ROVER-ACTION
               MOVE 'N' TO WS-PRINT-TYPE
               PERFORM STORE-DIFF-ENTRY
               PERFORM READ-NEXT-MASTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TL-SITE(WS-TLM-MATCH) TO WS-PT-SITE.
           MOVE WS-TL-X(WS-TLM-MATCH) TO WS-PT-X.
           MOVE WS-TL-Y(WS-TLM-MATCH) TO WS-PT-Y.
           MOVE WS-TL-FACING(WS-TLM-MATCH) TO WS-PT-FACING.
           MOVE WS-POS-TEXT TO WS-TLM-POS.

           MOVE 'N' TO WS-ROVER-DIFFERS.

           IF WS-TL-SITE(WS-TLM-MATCH) NOT = MASTER-SITE-ID
                   OR WS-TL-X(WS-TLM-MATCH) NOT = MASTER-X-COORD
                   OR WS-TL-Y(WS-TLM-MATCH) NOT = MASTER-Y-COORD
                   OR WS-TL-FACING(WS-TLM-MATCH) NOT = MASTER-FACING
               MOVE 'Y' TO WS-ROVER-DIFFERS
           END-IF.

           IF WS-ROVER-DIFFERS = 'N'
               ADD 1 TO WS-AGREED-COUNT
               PERFORM READ-NEXT-MASTER
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DIFFER-COUNT.

           PERFORM FIND-CONFIRMATION.

           IF WS-CONF-MATCH > 0
               PERFORM WRITE-CORRECTION
               MOVE 'CORRECTION WRITTEN' TO WS-ROVER-ACTION
           ELSE
               MOVE 'NOT CONFIRMED' TO WS-ROVER-ACTION
           END-IF.

           IF WS-TL-SITE(WS-TLM-MATCH) NOT = MASTER-SITE-ID
               ADD 1 TO WS-SITE-DIFF-COUNT
               MOVE 'S' TO WS-PRINT-TYPE
               PERFORM STORE-DIFF-ENTRY
           ELSE
               IF WS-TL-X(WS-TLM-MATCH) NOT = MASTER-X-COORD
                       OR WS-TL-Y(WS-TLM-MATCH) NOT = MASTER-Y-COORD
                   ADD 1 TO WS-CELL-DIFF-COUNT
                   MOVE 'C' TO WS-PRINT-TYPE
                   PERFORM STORE-DIFF-ENTRY
               END-IF
               IF WS-TL-FACING(WS-TLM-MATCH) NOT = MASTER-FACING
                   ADD 1 TO WS-FACING-DIFF-COUNT
                   MOVE 'F' TO WS-PRINT-TYPE
                   PERFORM STORE-DIFF-ENTRY
               END-IF
           END-IF.

           PERFORM READ-NEXT-MASTER.

       SCAN-MASTER-TELEMETRY.

           IF WS-TL-ID(WS-TLM-INDEX) = MASTER-ROVER-ID
               MOVE WS-TLM-INDEX TO WS-TLM-MATCH
           END-IF.

       SCAN-TRANSIT-ENTRY.

           IF WS-TRANSIT-ID(WS-TRANSIT-INDEX) = MASTER-ROVER-ID
               MOVE WS-TRANSIT-INDEX TO WS-TRANSIT-MATCH
           END-IF.

       FIND-CONFIRMATION.

           MOVE 0 TO WS-CONF-MATCH.

           PERFORM SCAN-CONFIRM-ENTRY
               VARYING WS-CONF-INDEX FROM 1 BY 1
               UNTIL WS-CONF-INDEX > WS-CONF-COUNT
               OR WS-CONF-MATCH > 0.

       SCAN-CONFIRM-ENTRY.

           IF WS-CF-ID(WS-CONF-INDEX) = MASTER-ROVER-ID
                   AND WS-CF-OPERATOR(WS-CONF-INDEX) NOT = SPACES
               MOVE WS-CONF-INDEX TO WS-CONF-MATCH
           END-IF.

       WRITE-CORRECTION.

           MOVE 'Y' TO WS-CF-USED(WS-CONF-MATCH).

           MOVE SPACES TO ROSTER-TRAN-REC.
           SET TRAN-CHANGE-ROVER TO TRUE.
           MOVE MASTER-ROVER-ID TO TRAN-ROVER-ID.
           MOVE WS-TL-SITE(WS-TLM-MATCH) TO TRAN-SITE-ID.
           MOVE WS-TL-X(WS-TLM-MATCH) TO TRAN-X-COORD.
           MOVE WS-TL-Y(WS-TLM-MATCH) TO TRAN-Y-COORD.
           MOVE WS-TL-FACING(WS-TLM-MATCH) TO TRAN-FACING.
           MOVE WS-CF-OPERATOR(WS-CONF-MATCH) TO TRAN-OPERATOR.

           WRITE ROSTER-TRAN-REC.

           ADD 1 TO WS-CORRECTION-COUNT.

       STORE-DIFF-ENTRY.

           IF WS-DIFF-COUNT = 2000
               DISPLAY 'ROVER-TELRECON: DIFF-TABLE FULL AT 2000 '
                   'ENTRIES - MORE DIFFERENCES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-DIFF-COUNT.
           MOVE WS-PRINT-TYPE TO WS-DF-TYPE(WS-DIFF-COUNT).
           MOVE WS-MASTER-POS TO WS-DF-MASTER-POS(WS-DIFF-COUNT).
           MOVE WS-TLM-POS TO WS-DF-TLM-POS(WS-DIFF-COUNT).
           MOVE WS-ROVER-ACTION TO WS-DF-ACTION(WS-DIFF-COUNT).

           IF WS-PRINT-TYPE = 'M'
               MOVE WS-TL-ID(WS-TLM-INDEX) TO WS-DF-ID(WS-DIFF-COUNT)
           ELSE
               MOVE MASTER-ROVER-ID TO WS-DF-ID(WS-DIFF-COUNT)
           END-IF.

       TAKE-UNMATCHED-TELEMETRY.

           IF WS-TL-MATCHED(WS-TLM-INDEX) = 'N'
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               MOVE WS-TL-SITE(WS-TLM-INDEX) TO WS-PT-SITE
               MOVE WS-TL-X(WS-TLM-INDEX) TO WS-PT-X
               MOVE WS-TL-Y(WS-TLM-INDEX) TO WS-PT-Y
               MOVE WS-TL-FACING(WS-TLM-INDEX) TO WS-PT-FACING
               MOVE WS-POS-TEXT TO WS-TLM-POS
               MOVE '-' TO WS-MASTER-POS
               MOVE SPACES TO WS-ROVER-ACTION
               MOVE 'M' TO WS-PRINT-TYPE
               PERFORM STORE-DIFF-ENTRY
           END-IF.

       PRINT-DIFF-GROUP.

           MOVE 0 TO WS-GROUP-COUNT.

           DISPLAY '  ROVER-ID  MASTER       TELEMETRY    ACTION'.
           DISPLAY '  --------  -----------  -----------  '
               '--------------------'.

           PERFORM PRINT-ONE-DIFF
               VARYING WS-DIFF-INDEX FROM 1 BY 1
               UNTIL WS-DIFF-INDEX > WS-DIFF-COUNT.

           IF WS-GROUP-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF.

       PRINT-ONE-DIFF.

           IF WS-DF-TYPE(WS-DIFF-INDEX) = WS-PRINT-TYPE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-DF-ID(WS-DIFF-INDEX) TO WS-DL-ID
               MOVE WS-DF-MASTER-POS(WS-DIFF-INDEX) TO WS-DL-MASTER
               MOVE WS-DF-TLM-POS(WS-DIFF-INDEX) TO WS-DL-TLM
               MOVE WS-DF-ACTION(WS-DIFF-INDEX) TO WS-DL-ACTION
               DISPLAY '  ' WS-DIFF-LINE
           END-IF.

       CHECK-ONE-CONFIRMATION.

           IF WS-CF-USED(WS-CONF-INDEX) = 'N'
               ADD 1 TO WS-CONF-UNUSED-COUNT
               IF WS-CF-OPERATOR(WS-CONF-INDEX) = SPACES
                   DISPLAY '  * CONFIRMATION FOR '
                       WS-CF-ID(WS-CONF-INDEX)
                       ' NOT USED - OPERATOR ID IS REQUIRED'
               ELSE
                   DISPLAY '  * CONFIRMATION FOR '
                       WS-CF-ID(WS-CONF-INDEX)
                       ' NOT USED - NO POSITION DIFFERENCE TO CORRECT'
               END-IF
           END-IF.

       END PROGRAM ROVER-TELRECON.
