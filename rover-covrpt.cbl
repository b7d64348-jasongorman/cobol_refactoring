       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-COVRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT PLATEAU-FILE ASSIGN TO 'PLATIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT COVERAGE-FILE ASSIGN TO 'ROVRCOVR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COV-KEY
               FILE STATUS IS WS-COVERAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  PLATEAU-FILE
           LABEL RECORD IS STANDARD.
       COPY 'plateau-record.cpy'.
       FD  COVERAGE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'coverage-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-COVERAGE-STATUS      PIC X(2).
           88 COVERAGE-FILE-OPEN-OK       VALUE '00'.
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-COVERAGE-EOF         PIC X(1).
           88 END-OF-COVERAGE-BROWSE      VALUE 'Y'.
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-SITE-TABLE.
           02 WS-SITE-COUNT        PIC 9(2) VALUE 0.
           02 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               03 WS-SITE-ID       PIC X(3).
               03 WS-SITE-MAX-X    PIC 9(2).
               03 WS-SITE-MAX-Y    PIC 9(2).
               03 WS-SITE-CELLS    PIC 9(5).
               03 WS-SITE-VISITED  PIC 9(5).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-VISIT-MAP.
           02 WS-VISIT-CELL        PIC X(1) OCCURS 10000 TIMES.
       01  WS-CELL-INDEX           PIC 9(5).
       01  WS-CELL-X               PIC 9(2).
       01  WS-CELL-Y               PIC 9(2).
       01  WS-ROW-INDEX            PIC 9(3).
       01  WS-COL-INDEX            PIC 9(3).
       01  WS-RANGE-OPEN           PIC X(1).
       01  WS-RANGE-START          PIC 9(2).
       01  WS-RANGE-END            PIC 9(2).
       01  WS-UV-PTR               PIC 9(3).
       01  WS-ROW-TAG.
           02 FILLER               PIC X(2)  VALUE 'Y='.
           02 WS-RT-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
       01  WS-UNVISITED-LINE.
           02 WS-UV-TAG            PIC X(6).
           02 WS-UV-TEXT           PIC X(60).
       01  WS-PERCENT              PIC 9(3)V9.
       01  WS-OUTSIDE-COUNT        PIC 9(7) VALUE 0.
       01  WS-TOTAL-CELLS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-VISITED        PIC 9(7) VALUE 0.
       01  WS-SUMMARY-LINE.
           02 WS-SL-SITE           PIC X(7).
           02 WS-SL-CELLS          PIC ZZZZ9.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 WS-SL-VISITED        PIC ZZZZ9.
           02 FILLER               PIC X(6)  VALUE SPACES.
           02 WS-SL-UNVISITED      PIC ZZZZ9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-SL-PERCENT        PIC ZZ9.9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-REPORT-DATE.

           MOVE 'N' TO WS-PLATEAU-EOF.
           MOVE 0 TO WS-SITE-COUNT.

           OPEN INPUT PLATEAU-FILE.
           PERFORM READ-PLATEAU-RECORD.
           PERFORM STORE-SITE-PLATEAU UNTIL END-OF-PLATEAU-FILE.
           CLOSE PLATEAU-FILE.

           OPEN INPUT COVERAGE-FILE.

           IF NOT COVERAGE-FILE-OPEN-OK
               DISPLAY 'ROVER-COVRPT: ROVRCOVR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-COVERAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  PLATEAU SURVEY COVERAGE AT ' WS-REPORT-DATE.

           PERFORM REPORT-ONE-SITE
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT.

           CLOSE COVERAGE-FILE.

           DISPLAY ' '.
           DISPLAY ' '.
           DISPLAY '  COVERAGE BY SITE'.
           DISPLAY ' '.
           DISPLAY '  SITE   CELLS  SURVEYED  UNVISITED  PERCENT'.
           DISPLAY '  ----   -----  --------  ---------  -------'.

           PERFORM PRINT-SITE-SUMMARY
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  SITES REPORTED:            ' WS-SITE-COUNT.
           DISPLAY '  CELLS ON ALL PLATEAUS:     ' WS-TOTAL-CELLS.
           DISPLAY '  CELLS SURVEYED:            ' WS-TOTAL-VISITED.
           DISPLAY '  VISITS OUTSIDE PLATEAU:    ' WS-OUTSIDE-COUNT.

           STOP RUN.

       LOAD-REPORT-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-COVRPT: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-COVRPT: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE RUN-DATE TO WS-REPORT-DATE.

           CLOSE DATE-FILE.

       READ-PLATEAU-RECORD.

           READ PLATEAU-FILE
               AT END SET END-OF-PLATEAU-FILE TO TRUE
           END-READ.

       STORE-SITE-PLATEAU.

           IF WS-SITE-COUNT = 20
               DISPLAY 'ROVER-COVRPT: SITE-TABLE FULL AT 20 SITES - '
                   'PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-COUNT.
           MOVE PLAT-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT).
           MOVE PLAT-MAX-X TO WS-SITE-MAX-X(WS-SITE-COUNT).
           MOVE PLAT-MAX-Y TO WS-SITE-MAX-Y(WS-SITE-COUNT).
           COMPUTE WS-SITE-CELLS(WS-SITE-COUNT) =
               (PLAT-MAX-X + 1) * (PLAT-MAX-Y + 1).
           MOVE 0 TO WS-SITE-VISITED(WS-SITE-COUNT).

           PERFORM READ-PLATEAU-RECORD.

       REPORT-ONE-SITE.

           MOVE SPACES TO WS-VISIT-MAP.
           MOVE 'N' TO WS-COVERAGE-EOF.

           MOVE WS-SITE-ID(WS-SITE-INDEX) TO COV-SITE-ID.
           MOVE 0 TO COV-X.
           MOVE 0 TO COV-Y.

           START COVERAGE-FILE KEY NOT < COV-KEY
               INVALID KEY SET END-OF-COVERAGE-BROWSE TO TRUE
           END-START.

           IF NOT END-OF-COVERAGE-BROWSE
               PERFORM READ-NEXT-COVERAGE
               PERFORM MARK-VISITED-CELL
                   UNTIL END-OF-COVERAGE-BROWSE
           END-IF.

           ADD WS-SITE-CELLS(WS-SITE-INDEX) TO WS-TOTAL-CELLS.
           ADD WS-SITE-VISITED(WS-SITE-INDEX) TO WS-TOTAL-VISITED.

           DISPLAY ' '.
           DISPLAY ' '.
           DISPLAY '  SITE ' WS-SITE-ID(WS-SITE-INDEX)
               '   GRID 00/00 TO ' WS-SITE-MAX-X(WS-SITE-INDEX)
               '/' WS-SITE-MAX-Y(WS-SITE-INDEX)
               '   CELLS SURVEYED ' WS-SITE-VISITED(WS-SITE-INDEX)
               ' OF ' WS-SITE-CELLS(WS-SITE-INDEX).
           DISPLAY ' '.

           IF WS-SITE-VISITED(WS-SITE-INDEX) =
                   WS-SITE-CELLS(WS-SITE-INDEX)
               DISPLAY '  ALL CELLS SURVEYED'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY '  UNVISITED CELLS BY ROW (X COORDINATES)'.

           PERFORM LIST-UNVISITED-ROW
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-SITE-MAX-Y(WS-SITE-INDEX) + 1.

       READ-NEXT-COVERAGE.

           READ COVERAGE-FILE NEXT RECORD
               AT END SET END-OF-COVERAGE-BROWSE TO TRUE
           END-READ.

           IF NOT END-OF-COVERAGE-BROWSE
                   AND COV-SITE-ID NOT = WS-SITE-ID(WS-SITE-INDEX)
               SET END-OF-COVERAGE-BROWSE TO TRUE
           END-IF.

       MARK-VISITED-CELL.

           IF COV-X > WS-SITE-MAX-X(WS-SITE-INDEX)
                   OR COV-Y > WS-SITE-MAX-Y(WS-SITE-INDEX)
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               COMPUTE WS-CELL-INDEX = COV-Y * 100 + COV-X + 1
               MOVE 'V' TO WS-VISIT-CELL(WS-CELL-INDEX)
               ADD 1 TO WS-SITE-VISITED(WS-SITE-INDEX)
           END-IF.

           PERFORM READ-NEXT-COVERAGE.

       LIST-UNVISITED-ROW.

           COMPUTE WS-CELL-Y = WS-ROW-INDEX - 1.
           MOVE WS-CELL-Y TO WS-RT-Y.
           MOVE WS-ROW-TAG TO WS-UV-TAG.
           MOVE SPACES TO WS-UV-TEXT.
           MOVE 1 TO WS-UV-PTR.
           MOVE 'N' TO WS-RANGE-OPEN.

           PERFORM CHECK-UNVISITED-CELL
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-SITE-MAX-X(WS-SITE-INDEX) + 1.

           IF WS-RANGE-OPEN = 'Y'
               PERFORM APPEND-UNVISITED-RANGE
           END-IF.

           IF WS-UV-PTR > 1
               DISPLAY '  ' WS-UNVISITED-LINE
           END-IF.

       CHECK-UNVISITED-CELL.

           COMPUTE WS-CELL-X = WS-COL-INDEX - 1.
           COMPUTE WS-CELL-INDEX = WS-CELL-Y * 100 + WS-CELL-X + 1.

           IF WS-VISIT-CELL(WS-CELL-INDEX) = SPACE
               IF WS-RANGE-OPEN = 'N'
                   MOVE 'Y' TO WS-RANGE-OPEN
                   MOVE WS-CELL-X TO WS-RANGE-START
               END-IF
               MOVE WS-CELL-X TO WS-RANGE-END
           ELSE
               IF WS-RANGE-OPEN = 'Y'
                   PERFORM APPEND-UNVISITED-RANGE
               END-IF
           END-IF.

       APPEND-UNVISITED-RANGE.

           MOVE 'N' TO WS-RANGE-OPEN.

           IF WS-UV-PTR > 54
               DISPLAY '  ' WS-UNVISITED-LINE
               MOVE SPACES TO WS-UV-TAG
               MOVE SPACES TO WS-UV-TEXT
               MOVE 1 TO WS-UV-PTR
           END-IF.

           IF WS-RANGE-START = WS-RANGE-END
               STRING WS-RANGE-START DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO WS-UV-TEXT WITH POINTER WS-UV-PTR
               END-STRING
           ELSE
               STRING WS-RANGE-START DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-RANGE-END DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO WS-UV-TEXT WITH POINTER WS-UV-PTR
               END-STRING
           END-IF.

       PRINT-SITE-SUMMARY.

           MOVE WS-SITE-ID(WS-SITE-INDEX) TO WS-SL-SITE.
           MOVE WS-SITE-CELLS(WS-SITE-INDEX) TO WS-SL-CELLS.
           MOVE WS-SITE-VISITED(WS-SITE-INDEX) TO WS-SL-VISITED.
           COMPUTE WS-SL-UNVISITED = WS-SITE-CELLS(WS-SITE-INDEX)
               - WS-SITE-VISITED(WS-SITE-INDEX).
           COMPUTE WS-PERCENT ROUNDED =
               WS-SITE-VISITED(WS-SITE-INDEX) * 100
               / WS-SITE-CELLS(WS-SITE-INDEX).
           MOVE WS-PERCENT TO WS-SL-PERCENT.

           DISPLAY '  ' WS-SUMMARY-LINE.

       END PROGRAM ROVER-COVRPT.
