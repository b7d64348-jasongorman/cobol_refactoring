       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-SITEMAP.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HAZ-KEY
               FILE STATUS IS WS-HAZARD-STATUS.
           SELECT TERRAIN-FILE ASSIGN TO 'TERRIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONDITION-FILE ASSIGN TO 'SITECOND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONDITION-STATUS.
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
       FD  TERRAIN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'terrain-record.cpy'.
       FD  CONDITION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'site-condition.cpy'.
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-HAZARD-STATUS        PIC X(2).
           88 HAZARD-FILE-OPEN-OK         VALUE '00'.
       01  WS-CONDITION-STATUS     PIC X(2).
           88 CONDITION-FILE-FOUND        VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-FILE-FOUND             VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK         VALUE '00'.
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-HAZARD-EOF           PIC X(1).
           88 END-OF-HAZARD-FILE          VALUE 'Y'.
       01  WS-TERRAIN-EOF          PIC X(1).
           88 END-OF-TERRAIN-FILE         VALUE 'Y'.
       01  WS-CONDITION-EOF        PIC X(1).
           88 END-OF-CONDITION-FILE       VALUE 'Y'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-MAP-DATE             PIC 9(8).
       01  WS-SITE-TABLE.
           02 WS-SITE-COUNT        PIC 9(2) VALUE 0.
           02 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               03 WS-SITE-ID       PIC X(3).
               03 WS-SITE-MAX-X    PIC 9(2).
               03 WS-SITE-MAX-Y    PIC 9(2).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-HAZARD-TABLE.
           02 WS-HAZARD-COUNT      PIC 9(3) VALUE 0.
           02 WS-HAZARD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HAZARD-COUNT.
               03 WS-HZ-SITE       PIC X(3).
               03 WS-HZ-X          PIC 9(2).
               03 WS-HZ-Y          PIC 9(2).
       01  WS-HAZARD-INDEX         PIC 9(3).
       01  WS-TERRAIN-TABLE.
           02 WS-TERRAIN-COUNT     PIC 9(3) VALUE 0.
           02 WS-TERRAIN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TERRAIN-COUNT.
               03 WS-TR-X          PIC 9(2).
               03 WS-TR-Y          PIC 9(2).
               03 WS-TR-COST       PIC 9(2).
       01  WS-TERRAIN-INDEX        PIC 9(3).
       01  WS-HOLD-TABLE.
           02 WS-HOLD-COUNT        PIC 9(2) VALUE 0.
           02 WS-HOLD-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-HOLD-COUNT.
               03 WS-HOLD-SITE     PIC X(3).
               03 WS-HOLD-CODE     PIC X(4).
               03 WS-HOLD-EXP-DATE PIC 9(8).
       01  WS-HOLD-INDEX           PIC 9(2).
       01  WS-HOLD-MATCH           PIC 9(2).
       01  WS-TRANSIT-TABLE.
           02 WS-TRANSIT-COUNT     PIC 9(3) VALUE 0.
           02 WS-TRANSIT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-TRANSIT-COUNT.
               03 WS-TRANSIT-ID    PIC X(6).
               03 WS-TRANSIT-DEST  PIC X(3).
       01  WS-TRANSIT-INDEX        PIC 9(3).
       01  WS-TRANSIT-MATCH        PIC 9(3).
       01  WS-ROVER-TABLE.
           02 WS-ROVER-COUNT       PIC 9(3) VALUE 0.
           02 WS-ROVER-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-ROVER-COUNT.
               03 WS-RV-ID         PIC X(6).
               03 WS-RV-SITE       PIC X(3).
               03 WS-RV-X          PIC 9(2).
               03 WS-RV-Y          PIC 9(2).
               03 WS-RV-FACING     PIC X(1).
               03 WS-RV-MAPPED     PIC X(1).
       01  WS-ROVER-INDEX          PIC 9(3).
       01  WS-GRID.
           02 WS-GRID-ROW OCCURS 100 TIMES PIC X(100).
       01  WS-GRID-WIDTH           PIC 9(3).
       01  WS-GRID-HEIGHT          PIC 9(3).
       01  WS-ROW-INDEX            PIC 9(3).
       01  WS-COL-INDEX            PIC 9(3).
       01  WS-CELL-X               PIC 9(2).
       01  WS-CELL-Y               PIC 9(2).
       01  WS-CELL-CHAR            PIC X(1).
       01  WS-BAND-CHAR            PIC X(1).
       01  WS-AXIS-TENS            PIC X(100).
       01  WS-AXIS-UNITS           PIC X(100).
       01  WS-AXIS-QUOTIENT        PIC 9(2).
       01  WS-AXIS-DIGIT           PIC 9(1).
       01  WS-ROW-LABEL            PIC 9(2).
       01  WS-LEGEND-LINE.
           02 WS-LG-CELL.
               03 WS-LG-X          PIC 9(2).
               03 FILLER           PIC X(1)  VALUE '/'.
               03 WS-LG-Y          PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-ROVERS.
               03 WS-LG-ROVER OCCURS 8 TIMES.
                   04 WS-LG-ID     PIC X(6).
                   04 WS-LG-FACING PIC X(1).
                   04 FILLER       PIC X(1).
       01  WS-LG-INDEX             PIC 9(1).
       01  WS-OFF-GRID-LINE.
           02 WS-OG-ID             PIC X(10).
           02 WS-OG-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-OG-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OG-REASON         PIC X(30).
       01  WS-SITE-ROVER-COUNT     PIC 9(3).
       01  WS-SITE-HAZARD-COUNT    PIC 9(3).
       01  WS-SITE-TRANSIT-COUNT   PIC 9(3).
       01  WS-SITE-OFF-GRID-COUNT  PIC 9(3).
       01  WS-MAPS-PRINTED         PIC 9(5) VALUE 0.
       01  WS-ROVERS-MAPPED        PIC 9(5) VALUE 0.
       01  WS-TRANSIT-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-OFF-GRID-COUNT       PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-SITE-COUNT   PIC 9(5) VALUE 0.
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-MAP-DATE.
           PERFORM LOAD-SITE-PLATEAUS.
           PERFORM LOAD-ACTIVE-HAZARDS.
           PERFORM LOAD-TERRAIN.
           PERFORM LOAD-SITE-CONDITIONS.
           PERFORM LOAD-TRANSIT-ROVERS.
           PERFORM LOAD-MASTER-ROVERS.

           DISPLAY '  PLATEAU GRID MAPS FOR ' WS-MAP-DATE.
           DISPLAY ' '.
           DISPLAY '  KEY:  R ROVER        ! ROVER ON HAZARD CELL'.
           DISPLAY '        X ACTIVE HAZARD'.
           DISPLAY '        . TERRAIN COST 0-1    : TERRAIN COST 2-3'.
           DISPLAY '        + TERRAIN COST 4-6    # TERRAIN COST 7+'.
           DISPLAY '  NORTH IS AT THE TOP OF EACH GRID.'.

           PERFORM PRINT-SITE-MAP
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT.

           DISPLAY ' '.
           DISPLAY '  ROVERS AT SITES NOT ON PLATIN'.
           DISPLAY '  ROVER-ID  CELL   SITE'.
           DISPLAY '  --------  -----  ----'.

           PERFORM LIST-UNKNOWN-SITE-ROVER
               VARYING WS-ROVER-INDEX FROM 1 BY 1
               UNTIL WS-ROVER-INDEX > WS-ROVER-COUNT.

           IF WS-UNKNOWN-SITE-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  SITE MAPS PRINTED:        ' WS-MAPS-PRINTED.
           DISPLAY '  ROVERS ON MASTER:         ' WS-ROVER-COUNT.
           DISPLAY '  ROVERS MAPPED:            ' WS-ROVERS-MAPPED.
           DISPLAY '  ROVERS IN TRANSIT:        ' WS-TRANSIT-SKIPPED.
           DISPLAY '  ROVERS OFF GRID:          ' WS-OFF-GRID-COUNT.
           DISPLAY '  ROVERS AT UNKNOWN SITES:  '
               WS-UNKNOWN-SITE-COUNT.

           IF WS-OFF-GRID-COUNT > 0 OR WS-UNKNOWN-SITE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       LOAD-MAP-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-SITEMAP: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-SITEMAP: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-SITEMAP: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-MAP-DATE.

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
               DISPLAY 'ROVER-SITEMAP: SITE-TABLE FULL AT 20 SITES '
                   '- PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-COUNT.
           MOVE PLAT-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT).
           MOVE PLAT-MAX-X TO WS-SITE-MAX-X(WS-SITE-COUNT).
           MOVE PLAT-MAX-Y TO WS-SITE-MAX-Y(WS-SITE-COUNT).

           PERFORM READ-PLATEAU-RECORD.

       LOAD-ACTIVE-HAZARDS.

           OPEN INPUT HAZARD-FILE.

           IF NOT HAZARD-FILE-OPEN-OK
               DISPLAY 'ROVER-SITEMAP: HAZIN DATASET NOT AVAILABLE - '
                   'STATUS ' WS-HAZARD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-HAZARD-EOF.
           MOVE 0 TO WS-HAZARD-COUNT.

           PERFORM READ-HAZARD-RECORD.
           PERFORM STORE-ACTIVE-HAZARD UNTIL END-OF-HAZARD-FILE.

           CLOSE HAZARD-FILE.

       READ-HAZARD-RECORD.

           READ HAZARD-FILE NEXT RECORD
               AT END SET END-OF-HAZARD-FILE TO TRUE
           END-READ.

       STORE-ACTIVE-HAZARD.

           IF HAZ-EFF-DATE NOT > WS-MAP-DATE AND
                   HAZ-EXP-DATE NOT < WS-MAP-DATE
               PERFORM STORE-HAZARD-CELL
           END-IF.

           PERFORM READ-HAZARD-RECORD.

       STORE-HAZARD-CELL.

           IF WS-HAZARD-COUNT = 500
               DISPLAY 'ROVER-SITEMAP: HAZARD-TABLE FULL AT 500 '
                   'ACTIVE HAZARDS - HAZIN HAS MORE ACTIVE ENTRIES '
                   'THAN THIS PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-HAZARD-COUNT.
           MOVE HAZ-SITE-ID TO WS-HZ-SITE(WS-HAZARD-COUNT).
           MOVE HAZ-X TO WS-HZ-X(WS-HAZARD-COUNT).
           MOVE HAZ-Y TO WS-HZ-Y(WS-HAZARD-COUNT).

       LOAD-TERRAIN.

           MOVE 'N' TO WS-TERRAIN-EOF.
           MOVE 0 TO WS-TERRAIN-COUNT.

           OPEN INPUT TERRAIN-FILE.

           PERFORM READ-TERRAIN-RECORD.
           PERFORM STORE-TERRAIN-CELL UNTIL END-OF-TERRAIN-FILE.

           CLOSE TERRAIN-FILE.

       READ-TERRAIN-RECORD.

           READ TERRAIN-FILE
               AT END SET END-OF-TERRAIN-FILE TO TRUE
           END-READ.

       STORE-TERRAIN-CELL.

           IF WS-TERRAIN-COUNT = 500
               DISPLAY 'ROVER-SITEMAP: TERRAIN-TABLE FULL AT 500 '
                   'CELLS - TERRIN HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-TERRAIN-COUNT.
           MOVE TERR-X TO WS-TR-X(WS-TERRAIN-COUNT).
           MOVE TERR-Y TO WS-TR-Y(WS-TERRAIN-COUNT).
           MOVE TERR-COST TO WS-TR-COST(WS-TERRAIN-COUNT).

           PERFORM READ-TERRAIN-RECORD.

       LOAD-SITE-CONDITIONS.

           MOVE 'N' TO WS-CONDITION-EOF.
           MOVE 0 TO WS-HOLD-COUNT.

           OPEN INPUT CONDITION-FILE.

           IF CONDITION-FILE-FOUND
               PERFORM READ-CONDITION-RECORD
               PERFORM STORE-SITE-CONDITION
                   UNTIL END-OF-CONDITION-FILE
           END-IF.

           CLOSE CONDITION-FILE.

       READ-CONDITION-RECORD.

           READ CONDITION-FILE
               AT END SET END-OF-CONDITION-FILE TO TRUE
           END-READ.

       STORE-SITE-CONDITION.

           IF COND-EFF-DATE NOT > WS-MAP-DATE AND
                   COND-EXP-DATE NOT < WS-MAP-DATE
               PERFORM STORE-HELD-SITE
           END-IF.

           PERFORM READ-CONDITION-RECORD.

       STORE-HELD-SITE.

           IF WS-HOLD-COUNT = 20
               DISPLAY 'ROVER-SITEMAP: CONDITION-TABLE FULL AT 20 '
                   'SITES - SITECOND HAS MORE ACTIVE ENTRIES THAN '
                   'THIS PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-HOLD-COUNT.
           MOVE COND-SITE-ID TO WS-HOLD-SITE(WS-HOLD-COUNT).
           MOVE COND-CODE TO WS-HOLD-CODE(WS-HOLD-COUNT).
           MOVE COND-EXP-DATE TO WS-HOLD-EXP-DATE(WS-HOLD-COUNT).

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

           IF XFER-OPEN AND XFER-DEPART-DATE NOT > WS-MAP-DATE
               IF WS-TRANSIT-COUNT = 999
                   DISPLAY 'ROVER-SITEMAP: TRANSIT-TABLE FULL AT 999 '
                       'ROVERS - ROVRXFER HAS MORE OPEN ORDERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANSIT-COUNT
               MOVE XFER-ROVER-ID TO WS-TRANSIT-ID(WS-TRANSIT-COUNT)
               MOVE XFER-DEST-SITE TO WS-TRANSIT-DEST(WS-TRANSIT-COUNT)
           END-IF.

           PERFORM READ-TRANSFER-RECORD.

       LOAD-MASTER-ROVERS.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-SITEMAP: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-MASTER-EOF.
           MOVE 0 TO WS-ROVER-COUNT.

           PERFORM READ-NEXT-MASTER.
           PERFORM STORE-MASTER-ROVER UNTIL END-OF-MASTER-FILE.

           CLOSE ROVER-MASTER-FILE.

       READ-NEXT-MASTER.

           READ ROVER-MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       STORE-MASTER-ROVER.

           IF WS-ROVER-COUNT = 999
               DISPLAY 'ROVER-SITEMAP: ROVER-TABLE FULL AT 999 '
                   'ROVERS - ROVRMSTR HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-ROVER-COUNT.
           MOVE MASTER-ROVER-ID TO WS-RV-ID(WS-ROVER-COUNT).
           MOVE MASTER-SITE-ID TO WS-RV-SITE(WS-ROVER-COUNT).
           MOVE MASTER-X-COORD TO WS-RV-X(WS-ROVER-COUNT).
           MOVE MASTER-Y-COORD TO WS-RV-Y(WS-ROVER-COUNT).
           MOVE MASTER-FACING TO WS-RV-FACING(WS-ROVER-COUNT).
           MOVE 'N' TO WS-RV-MAPPED(WS-ROVER-COUNT).

           PERFORM READ-NEXT-MASTER.

       PRINT-SITE-MAP.

           ADD 1 TO WS-MAPS-PRINTED.

           MOVE 0 TO WS-SITE-ROVER-COUNT.
           MOVE 0 TO WS-SITE-HAZARD-COUNT.
           MOVE 0 TO WS-SITE-TRANSIT-COUNT.
           MOVE 0 TO WS-SITE-OFF-GRID-COUNT.

           COMPUTE WS-GRID-WIDTH = WS-SITE-MAX-X(WS-SITE-INDEX) + 1.
           COMPUTE WS-GRID-HEIGHT = WS-SITE-MAX-Y(WS-SITE-INDEX) + 1.

           MOVE SPACES TO WS-GRID.

           PERFORM BUILD-GRID-ROW
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-GRID-HEIGHT.

           PERFORM PLACE-HAZARD-CELL
               VARYING WS-HAZARD-INDEX FROM 1 BY 1
               UNTIL WS-HAZARD-INDEX > WS-HAZARD-COUNT.

           PERFORM PLACE-ROVER-CELL
               VARYING WS-ROVER-INDEX FROM 1 BY 1
               UNTIL WS-ROVER-INDEX > WS-ROVER-COUNT.

           DISPLAY ' '.
           DISPLAY ' '.
           DISPLAY '  SITE ' WS-SITE-ID(WS-SITE-INDEX)
               '   GRID 00/00 TO ' WS-SITE-MAX-X(WS-SITE-INDEX)
               '/' WS-SITE-MAX-Y(WS-SITE-INDEX)
               '   AS AT ' WS-MAP-DATE.

           MOVE 0 TO WS-HOLD-MATCH.

           PERFORM SCAN-HOLD-ENTRY
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
               OR WS-HOLD-MATCH > 0.

           IF WS-HOLD-MATCH > 0
               DISPLAY '  *** WEATHER HOLD - CONDITION '
                   WS-HOLD-CODE(WS-HOLD-MATCH) ' UNTIL '
                   WS-HOLD-EXP-DATE(WS-HOLD-MATCH)
                   ' - NO MISSIONS RUN AT THIS SITE ***'
           END-IF.

           DISPLAY ' '.

           MOVE SPACES TO WS-AXIS-TENS.
           MOVE SPACES TO WS-AXIS-UNITS.

           PERFORM BUILD-AXIS-LABEL
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-GRID-WIDTH.

           DISPLAY '     ' WS-AXIS-TENS(1:WS-GRID-WIDTH).
           DISPLAY '     ' WS-AXIS-UNITS(1:WS-GRID-WIDTH).

           PERFORM PRINT-GRID-ROW
               VARYING WS-ROW-INDEX FROM WS-GRID-HEIGHT BY -1
               UNTIL WS-ROW-INDEX < 1.

           DISPLAY '     ' WS-AXIS-UNITS(1:WS-GRID-WIDTH).

           DISPLAY ' '.
           DISPLAY '  CELL   ROVERS (ID AND FACING)'.
           DISPLAY '  -----  -----------------------------------'.

           PERFORM LIST-GRID-ROW-ROVERS
               VARYING WS-ROW-INDEX FROM WS-GRID-HEIGHT BY -1
               UNTIL WS-ROW-INDEX < 1.

           IF WS-SITE-ROVER-COUNT = 0
               DISPLAY '  (NO ROVERS ON THIS PLATEAU)'
           END-IF.

           IF WS-SITE-OFF-GRID-COUNT > 0 OR WS-SITE-TRANSIT-COUNT > 0
               DISPLAY ' '
               DISPLAY '  ROVERS NOT SHOWN ON THE GRID'
               PERFORM LIST-UNMAPPED-ROVER
                   VARYING WS-ROVER-INDEX FROM 1 BY 1
                   UNTIL WS-ROVER-INDEX > WS-ROVER-COUNT
           END-IF.

           DISPLAY ' '.
           DISPLAY '  ROVERS ' WS-SITE-ROVER-COUNT
               '   ACTIVE HAZARDS ' WS-SITE-HAZARD-COUNT
               '   OFF GRID ' WS-SITE-OFF-GRID-COUNT
               '   IN TRANSIT ' WS-SITE-TRANSIT-COUNT.

       BUILD-GRID-ROW.

           PERFORM BUILD-GRID-CELL
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-GRID-WIDTH.

       BUILD-GRID-CELL.

           COMPUTE WS-CELL-X = WS-COL-INDEX - 1.
           COMPUTE WS-CELL-Y = WS-ROW-INDEX - 1.

           MOVE '.' TO WS-BAND-CHAR.

           PERFORM SCAN-TERRAIN-ENTRY
               VARYING WS-TERRAIN-INDEX FROM 1 BY 1
               UNTIL WS-TERRAIN-INDEX > WS-TERRAIN-COUNT.

           MOVE WS-BAND-CHAR
               TO WS-GRID-ROW(WS-ROW-INDEX)(WS-COL-INDEX:1).

       SCAN-TERRAIN-ENTRY.

           IF WS-TR-X(WS-TERRAIN-INDEX) = WS-CELL-X AND
                   WS-TR-Y(WS-TERRAIN-INDEX) = WS-CELL-Y
               EVALUATE TRUE
                   WHEN WS-TR-COST(WS-TERRAIN-INDEX) < 2
                       MOVE '.' TO WS-BAND-CHAR
                   WHEN WS-TR-COST(WS-TERRAIN-INDEX) < 4
                       MOVE ':' TO WS-BAND-CHAR
                   WHEN WS-TR-COST(WS-TERRAIN-INDEX) < 7
                       MOVE '+' TO WS-BAND-CHAR
                   WHEN OTHER
                       MOVE '#' TO WS-BAND-CHAR
               END-EVALUATE
           END-IF.

       PLACE-HAZARD-CELL.

           IF WS-HZ-SITE(WS-HAZARD-INDEX) = WS-SITE-ID(WS-SITE-INDEX)
               ADD 1 TO WS-SITE-HAZARD-COUNT
               IF WS-HZ-X(WS-HAZARD-INDEX) < WS-GRID-WIDTH AND
                       WS-HZ-Y(WS-HAZARD-INDEX) < WS-GRID-HEIGHT
                   COMPUTE WS-COL-INDEX = WS-HZ-X(WS-HAZARD-INDEX) + 1
                   COMPUTE WS-ROW-INDEX = WS-HZ-Y(WS-HAZARD-INDEX) + 1
                   MOVE 'X'
                       TO WS-GRID-ROW(WS-ROW-INDEX)(WS-COL-INDEX:1)
               END-IF
           END-IF.

       PLACE-ROVER-CELL.

           IF WS-RV-SITE(WS-ROVER-INDEX) NOT =
                   WS-SITE-ID(WS-SITE-INDEX)
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-RV-MAPPED(WS-ROVER-INDEX).

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ENTRY
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               OR WS-TRANSIT-MATCH > 0.

           IF WS-TRANSIT-MATCH > 0
               ADD 1 TO WS-SITE-TRANSIT-COUNT
               ADD 1 TO WS-TRANSIT-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           IF WS-RV-X(WS-ROVER-INDEX) NOT < WS-GRID-WIDTH OR
                   WS-RV-Y(WS-ROVER-INDEX) NOT < WS-GRID-HEIGHT
               ADD 1 TO WS-SITE-OFF-GRID-COUNT
               ADD 1 TO WS-OFF-GRID-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SITE-ROVER-COUNT.
           ADD 1 TO WS-ROVERS-MAPPED.

           COMPUTE WS-COL-INDEX = WS-RV-X(WS-ROVER-INDEX) + 1.
           COMPUTE WS-ROW-INDEX = WS-RV-Y(WS-ROVER-INDEX) + 1.

           MOVE WS-GRID-ROW(WS-ROW-INDEX)(WS-COL-INDEX:1)
               TO WS-CELL-CHAR.

           IF WS-CELL-CHAR = 'X' OR WS-CELL-CHAR = '!'
               MOVE '!' TO WS-GRID-ROW(WS-ROW-INDEX)(WS-COL-INDEX:1)
           ELSE
               MOVE 'R' TO WS-GRID-ROW(WS-ROW-INDEX)(WS-COL-INDEX:1)
           END-IF.

       SCAN-TRANSIT-ENTRY.

           IF WS-TRANSIT-ID(WS-TRANSIT-INDEX) =
                   WS-RV-ID(WS-ROVER-INDEX)
               MOVE WS-TRANSIT-INDEX TO WS-TRANSIT-MATCH
           END-IF.

       SCAN-HOLD-ENTRY.

           IF WS-HOLD-SITE(WS-HOLD-INDEX) = WS-SITE-ID(WS-SITE-INDEX)
               MOVE WS-HOLD-INDEX TO WS-HOLD-MATCH
           END-IF.

       BUILD-AXIS-LABEL.

           COMPUTE WS-CELL-X = WS-COL-INDEX - 1.

           DIVIDE WS-CELL-X BY 10 GIVING WS-AXIS-QUOTIENT
               REMAINDER WS-AXIS-DIGIT.

           MOVE WS-AXIS-DIGIT TO WS-AXIS-UNITS(WS-COL-INDEX:1).

           IF WS-AXIS-DIGIT = 0
               MOVE WS-AXIS-QUOTIENT TO WS-AXIS-DIGIT
               MOVE WS-AXIS-DIGIT TO WS-AXIS-TENS(WS-COL-INDEX:1)
           END-IF.

       PRINT-GRID-ROW.

           COMPUTE WS-ROW-LABEL = WS-ROW-INDEX - 1.

           DISPLAY '  ' WS-ROW-LABEL ' '
               WS-GRID-ROW(WS-ROW-INDEX)(1:WS-GRID-WIDTH).

       LIST-GRID-ROW-ROVERS.

           PERFORM LIST-GRID-CELL-ROVERS
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-GRID-WIDTH.

       LIST-GRID-CELL-ROVERS.

           MOVE WS-GRID-ROW(WS-ROW-INDEX)(WS-COL-INDEX:1)
               TO WS-CELL-CHAR.

           IF WS-CELL-CHAR NOT = 'R' AND WS-CELL-CHAR NOT = '!'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CELL-X = WS-COL-INDEX - 1.
           COMPUTE WS-CELL-Y = WS-ROW-INDEX - 1.

           MOVE SPACES TO WS-LG-ROVERS.
           MOVE WS-CELL-X TO WS-LG-X.
           MOVE WS-CELL-Y TO WS-LG-Y.
           MOVE 0 TO WS-LG-INDEX.

           PERFORM ADD-LEGEND-ROVER
               VARYING WS-ROVER-INDEX FROM 1 BY 1
               UNTIL WS-ROVER-INDEX > WS-ROVER-COUNT.

           IF WS-LG-INDEX > 0
               DISPLAY '  ' WS-LEGEND-LINE
           END-IF.

       ADD-LEGEND-ROVER.

           IF WS-RV-SITE(WS-ROVER-INDEX) NOT =
                   WS-SITE-ID(WS-SITE-INDEX)
                   OR WS-RV-X(WS-ROVER-INDEX) NOT = WS-CELL-X
                   OR WS-RV-Y(WS-ROVER-INDEX) NOT = WS-CELL-Y
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ENTRY
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               OR WS-TRANSIT-MATCH > 0.

           IF WS-TRANSIT-MATCH > 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-LG-INDEX = 8
               DISPLAY '  ' WS-LEGEND-LINE
               MOVE SPACES TO WS-LG-ROVERS
               MOVE 0 TO WS-LG-INDEX
           END-IF.

           ADD 1 TO WS-LG-INDEX.
           MOVE WS-RV-ID(WS-ROVER-INDEX) TO WS-LG-ID(WS-LG-INDEX).
           MOVE WS-RV-FACING(WS-ROVER-INDEX)
               TO WS-LG-FACING(WS-LG-INDEX).

       LIST-UNMAPPED-ROVER.

           IF WS-RV-SITE(WS-ROVER-INDEX) NOT =
                   WS-SITE-ID(WS-SITE-INDEX)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ENTRY
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               OR WS-TRANSIT-MATCH > 0.

           MOVE SPACES TO WS-OG-REASON.

           IF WS-TRANSIT-MATCH > 0
               STRING 'IN TRANSIT TO ' DELIMITED BY SIZE
                   WS-TRANSIT-DEST(WS-TRANSIT-MATCH) DELIMITED BY SIZE
                   INTO WS-OG-REASON
               END-STRING
           ELSE
               IF WS-RV-X(WS-ROVER-INDEX) NOT < WS-GRID-WIDTH OR
                       WS-RV-Y(WS-ROVER-INDEX) NOT < WS-GRID-HEIGHT
                   MOVE 'OUTSIDE THE PLATEAU BOUNDS' TO WS-OG-REASON
               END-IF
           END-IF.

           IF WS-OG-REASON NOT = SPACES
               MOVE WS-RV-ID(WS-ROVER-INDEX) TO WS-OG-ID
               MOVE WS-RV-X(WS-ROVER-INDEX) TO WS-OG-X
               MOVE WS-RV-Y(WS-ROVER-INDEX) TO WS-OG-Y
               DISPLAY '  ' WS-OFF-GRID-LINE
           END-IF.

       LIST-UNKNOWN-SITE-ROVER.

           IF WS-RV-MAPPED(WS-ROVER-INDEX) = 'N'
               ADD 1 TO WS-UNKNOWN-SITE-COUNT
               MOVE WS-RV-ID(WS-ROVER-INDEX) TO WS-OG-ID
               MOVE WS-RV-X(WS-ROVER-INDEX) TO WS-OG-X
               MOVE WS-RV-Y(WS-ROVER-INDEX) TO WS-OG-Y
               MOVE WS-RV-SITE(WS-ROVER-INDEX) TO WS-OG-REASON
               DISPLAY '  ' WS-OFF-GRID-LINE
           END-IF.

       START-RUN-LOG.

           MOVE 'STEP040' TO RLC-STEP.
           MOVE 'ROVRSMAP' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-ROVER-COUNT TO RLC-RECORDS-IN.
           MOVE WS-MAPS-PRINTED TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-SITEMAP.
