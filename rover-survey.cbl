       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-SURVEY.
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
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
           SELECT COVERAGE-FILE ASSIGN TO 'ROVRCOVR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COV-KEY
               FILE STATUS IS WS-COVERAGE-STATUS.
           SELECT SURVEY-FILE ASSIGN TO 'SURVOUT'
               ORGANIZATION IS SEQUENTIAL.
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
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       FD  COVERAGE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'coverage-record.cpy'.
       FD  SURVEY-FILE
           LABEL RECORD IS STANDARD.
       01  ROUTE-REQUEST-REC.
           02 RTE-ROVER-ID         PIC X(6).
           02 RTE-TARGET-X         PIC 9(2).
           02 RTE-TARGET-Y         PIC 9(2).
           02 RTE-PRIORITY         PIC X(1).
           02 RTE-REQUESTER        PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-HAZARD-STATUS        PIC X(2).
           88 HAZARD-FILE-OPEN-OK         VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-FILE-FOUND             VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK         VALUE '00'.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-FILE-OPEN-OK        VALUE '00'.
       01  WS-COVERAGE-STATUS      PIC X(2).
           88 COVERAGE-FILE-OPEN-OK       VALUE '00'.
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-HAZARD-EOF           PIC X(1).
           88 END-OF-HAZARD-FILE          VALUE 'Y'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-MISSION-EOF          PIC X(1).
           88 END-OF-MISSION-BROWSE       VALUE 'Y'.
       01  WS-COVERAGE-EOF         PIC X(1).
           88 END-OF-COVERAGE-BROWSE      VALUE 'Y'.
       01  WS-SURVEY-DATE          PIC 9(8).
       01  WS-SITE-TABLE.
           02 WS-SITE-COUNT        PIC 9(2) VALUE 0.
           02 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               03 WS-SITE-ID       PIC X(3).
               03 WS-SITE-MAX-X    PIC 9(2).
               03 WS-SITE-MAX-Y    PIC 9(2).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-SITE-MATCH           PIC 9(2).
       01  WS-HAZARD-TABLE.
           02 WS-HAZARD-COUNT      PIC 9(3) VALUE 0.
           02 WS-HAZARD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HAZARD-COUNT.
               03 WS-HZ-SITE       PIC X(3).
               03 WS-HZ-X          PIC 9(2).
               03 WS-HZ-Y          PIC 9(2).
       01  WS-HAZARD-INDEX         PIC 9(3).
       01  WS-TRANSIT-TABLE.
           02 WS-TRANSIT-COUNT     PIC 9(3) VALUE 0.
           02 WS-TRANSIT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-TRANSIT-COUNT.
               03 WS-TRANSIT-ID    PIC X(6).
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
       01  WS-ROVER-INDEX          PIC 9(3).
       01  WS-OTHER-INDEX          PIC 9(3).
       01  WS-PICK-TABLE.
           02 WS-PICK-COUNT        PIC 9(3) VALUE 0.
           02 WS-PICK-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-PICK-COUNT.
               03 WS-PK-SITE       PIC X(3).
               03 WS-PK-X          PIC 9(2).
               03 WS-PK-Y          PIC 9(2).
       01  WS-PICK-INDEX           PIC 9(3).
       01  WS-MAP-SITE             PIC X(3)  VALUE SPACES.
       01  WS-VISITED-MAP.
           02 WS-VISITED-CELL      PIC X(1) OCCURS 10000 TIMES.
       01  WS-BLOCKED-MAP.
           02 WS-BLOCKED-CELL      PIC X(1) OCCURS 10000 TIMES.
       01  WS-SEARCH-MAP.
           02 WS-SEARCH-CELL       PIC X(1) OCCURS 10000 TIMES.
       01  WS-CELL-INDEX           PIC 9(5).
       01  WS-SEARCH-QUEUE.
           02 WS-QUEUE-ENTRY OCCURS 10000 TIMES.
               03 WS-QE-X          PIC 9(2).
               03 WS-QE-Y          PIC 9(2).
               03 WS-QE-DIST       PIC 9(4).
       01  WS-QUEUE-HEAD           PIC 9(5).
       01  WS-QUEUE-TAIL           PIC 9(5).
       01  WS-MAX-X                PIC 9(2).
       01  WS-MAX-Y                PIC 9(2).
       01  WS-CUR-X                PIC 9(2).
       01  WS-CUR-Y                PIC 9(2).
       01  WS-CUR-DIST             PIC 9(4).
       01  WS-STEP-X               PIC 9(2).
       01  WS-STEP-Y               PIC 9(2).
       01  WS-TARGET-FOUND         PIC X(1).
       01  WS-TARGET-X             PIC 9(2).
       01  WS-TARGET-Y             PIC 9(2).
       01  WS-TARGET-DIST          PIC 9(4).
       01  WS-ROVER-BUSY           PIC X(1).
       01  WS-ROVER-COUNT-READ     PIC 9(5) VALUE 0.
       01  WS-BUSY-COUNT           PIC 9(5) VALUE 0.
       01  WS-TRANSIT-SKIP-COUNT   PIC 9(5) VALUE 0.
       01  WS-NO-SITE-COUNT        PIC 9(5) VALUE 0.
       01  WS-NO-TARGET-COUNT      PIC 9(5) VALUE 0.
       01  WS-REQUEST-COUNT        PIC 9(5) VALUE 0.
       01  WS-SURVEY-LINE.
           02 WS-SV-ID             PIC X(10).
           02 WS-SV-SITE           PIC X(6).
           02 WS-SV-FROM-X         PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-SV-FROM-Y         PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SV-TARGET         PIC X(5).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-SV-DIST           PIC X(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SV-NOTE           PIC X(34).
       01  WS-TARGET-TEXT.
           02 WS-TT-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-TT-Y              PIC 9(2).
       01  WS-DIST-TEXT            PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-SURVEY-DATE.
           PERFORM LOAD-SITE-PLATEAUS.
           PERFORM LOAD-ACTIVE-HAZARDS.
           PERFORM LOAD-TRANSIT-ROVERS.
           PERFORM LOAD-MASTER-ROVERS.

           OPEN INPUT MISSION-FILE.

           IF NOT MISSION-FILE-OPEN-OK
               DISPLAY 'ROVER-SURVEY: MSNQ DATASET NOT AVAILABLE - '
                   'STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COVERAGE-FILE.

           IF NOT COVERAGE-FILE-OPEN-OK
               DISPLAY 'ROVER-SURVEY: ROVRCOVR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-COVERAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SURVEY-FILE.

           DISPLAY '  SURVEY TARGETS FOR IDLE ROVERS ON '
               WS-SURVEY-DATE.
           DISPLAY ' '.
           DISPLAY '  ROVER-ID  SITE  FROM   TARGET  STEPS  NOTE'.
           DISPLAY '  --------  ----  -----  ------  -----  '
               '----------------------------------'.

           PERFORM PICK-ONE-SURVEY
               VARYING WS-ROVER-INDEX FROM 1 BY 1
               UNTIL WS-ROVER-INDEX > WS-ROVER-COUNT.

           CLOSE MISSION-FILE, COVERAGE-FILE, SURVEY-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  ROVERS ON MASTER:          ' WS-ROVER-COUNT-READ.
           DISPLAY '  ROVERS WITH OPEN MISSIONS: ' WS-BUSY-COUNT.
           DISPLAY '  ROVERS IN TRANSIT:         '
               WS-TRANSIT-SKIP-COUNT.
           DISPLAY '  ROVERS AT UNKNOWN SITES:   ' WS-NO-SITE-COUNT.
           DISPLAY '  NO REACHABLE TARGET:       ' WS-NO-TARGET-COUNT.
           DISPLAY '  SURVEY REQUESTS WRITTEN:   ' WS-REQUEST-COUNT.

           IF WS-NO-SITE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-SURVEY-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-SURVEY: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-SURVEY: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-SURVEY: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-SURVEY-DATE.

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
               DISPLAY 'ROVER-SURVEY: SITE-TABLE FULL AT 20 SITES - '
                   'PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
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
               DISPLAY 'ROVER-SURVEY: HAZIN DATASET NOT AVAILABLE - '
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

           IF HAZ-EFF-DATE NOT > WS-SURVEY-DATE AND
                   HAZ-EXP-DATE NOT < WS-SURVEY-DATE
               PERFORM STORE-HAZARD-CELL
           END-IF.

           PERFORM READ-HAZARD-RECORD.

       STORE-HAZARD-CELL.

           IF WS-HAZARD-COUNT = 500
               DISPLAY 'ROVER-SURVEY: HAZARD-TABLE FULL AT 500 '
                   'ACTIVE HAZARDS - HAZIN HAS MORE ACTIVE ENTRIES '
                   'THAN THIS PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-HAZARD-COUNT.
           MOVE HAZ-SITE-ID TO WS-HZ-SITE(WS-HAZARD-COUNT).
           MOVE HAZ-X TO WS-HZ-X(WS-HAZARD-COUNT).
           MOVE HAZ-Y TO WS-HZ-Y(WS-HAZARD-COUNT).

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

           IF XFER-OPEN
               IF WS-TRANSIT-COUNT = 999
                   DISPLAY 'ROVER-SURVEY: TRANSIT-TABLE FULL AT 999 '
                       'ROVERS - ROVRXFER HAS MORE OPEN ORDERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANSIT-COUNT
               MOVE XFER-ROVER-ID TO WS-TRANSIT-ID(WS-TRANSIT-COUNT)
           END-IF.

           PERFORM READ-TRANSFER-RECORD.

       LOAD-MASTER-ROVERS.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-SURVEY: ROVRMSTR DATASET NOT '
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
               DISPLAY 'ROVER-SURVEY: ROVER-TABLE FULL AT 999 '
                   'ROVERS - ROVRMSTR HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-ROVER-COUNT.
           ADD 1 TO WS-ROVER-COUNT-READ.
           MOVE MASTER-ROVER-ID TO WS-RV-ID(WS-ROVER-COUNT).
           MOVE MASTER-SITE-ID TO WS-RV-SITE(WS-ROVER-COUNT).
           MOVE MASTER-X-COORD TO WS-RV-X(WS-ROVER-COUNT).
           MOVE MASTER-Y-COORD TO WS-RV-Y(WS-ROVER-COUNT).

           PERFORM READ-NEXT-MASTER.

       PICK-ONE-SURVEY.

           MOVE SPACES TO WS-SV-TARGET.
           MOVE SPACES TO WS-SV-DIST.
           MOVE SPACES TO WS-SV-NOTE.
           MOVE WS-RV-ID(WS-ROVER-INDEX) TO WS-SV-ID.
           MOVE WS-RV-SITE(WS-ROVER-INDEX) TO WS-SV-SITE.
           MOVE WS-RV-X(WS-ROVER-INDEX) TO WS-SV-FROM-X.
           MOVE WS-RV-Y(WS-ROVER-INDEX) TO WS-SV-FROM-Y.

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ENTRY
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               OR WS-TRANSIT-MATCH > 0.

           IF WS-TRANSIT-MATCH > 0
               ADD 1 TO WS-TRANSIT-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ROVER-BUSY.

           IF WS-ROVER-BUSY = 'Y'
               ADD 1 TO WS-BUSY-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SITE-MATCH.

           PERFORM SCAN-SITE-ENTRY
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               OR WS-SITE-MATCH > 0.

           IF WS-SITE-MATCH = 0
               ADD 1 TO WS-NO-SITE-COUNT
               MOVE 'SITE NOT ON PLATIN' TO WS-SV-NOTE
               DISPLAY '  ' WS-SURVEY-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SITE-MAX-X(WS-SITE-MATCH) TO WS-MAX-X.
           MOVE WS-SITE-MAX-Y(WS-SITE-MATCH) TO WS-MAX-Y.

           IF WS-RV-SITE(WS-ROVER-INDEX) NOT = WS-MAP-SITE
               PERFORM LOAD-SITE-COVERAGE
           END-IF.

           PERFORM BUILD-BLOCKED-MAP.
           PERFORM SEARCH-NEAREST-UNVISITED.

           IF WS-TARGET-FOUND NOT = 'Y'
               ADD 1 TO WS-NO-TARGET-COUNT
               MOVE 'NO REACHABLE UNVISITED CELL' TO WS-SV-NOTE
               DISPLAY '  ' WS-SURVEY-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-SURVEY-REQUEST.

           MOVE WS-TARGET-X TO WS-TT-X.
           MOVE WS-TARGET-Y TO WS-TT-Y.
           MOVE WS-TARGET-TEXT TO WS-SV-TARGET.
           MOVE WS-TARGET-DIST TO WS-DIST-TEXT.
           MOVE WS-DIST-TEXT TO WS-SV-DIST.
           MOVE 'ROUTE REQUEST WRITTEN' TO WS-SV-NOTE.
           DISPLAY '  ' WS-SURVEY-LINE.

       SCAN-TRANSIT-ENTRY.

           IF WS-TRANSIT-ID(WS-TRANSIT-INDEX) =
                   WS-RV-ID(WS-ROVER-INDEX)
               MOVE WS-TRANSIT-INDEX TO WS-TRANSIT-MATCH
           END-IF.

       SCAN-SITE-ENTRY.

           IF WS-SITE-ID(WS-SITE-INDEX) = WS-RV-SITE(WS-ROVER-INDEX)
               MOVE WS-SITE-INDEX TO WS-SITE-MATCH
           END-IF.

       CHECK-ROVER-BUSY.

           MOVE 'N' TO WS-ROVER-BUSY.
           MOVE 'N' TO WS-MISSION-EOF.

           MOVE WS-RV-ID(WS-ROVER-INDEX) TO MISSION-ROVER-ID.
           MOVE 0 TO MISSION-SEQ-NO.

           START MISSION-FILE KEY NOT < MISSION-KEY
               INVALID KEY SET END-OF-MISSION-BROWSE TO TRUE
           END-START.

           IF NOT END-OF-MISSION-BROWSE
               PERFORM READ-NEXT-MISSION
               PERFORM CHECK-ONE-MISSION
                   UNTIL END-OF-MISSION-BROWSE
                   OR WS-ROVER-BUSY = 'Y'
           END-IF.

       READ-NEXT-MISSION.

           READ MISSION-FILE NEXT RECORD
               AT END SET END-OF-MISSION-BROWSE TO TRUE
           END-READ.

           IF NOT END-OF-MISSION-BROWSE
                   AND MISSION-ROVER-ID NOT = WS-RV-ID(WS-ROVER-INDEX)
               SET END-OF-MISSION-BROWSE TO TRUE
           END-IF.

       CHECK-ONE-MISSION.

           IF MISSION-QUEUED OR MISSION-RELEASED
                   OR MISSION-AWAITING-APPROVAL
                   OR MISSION-AWAITING-SECOND
               MOVE 'Y' TO WS-ROVER-BUSY
           ELSE
               PERFORM READ-NEXT-MISSION
           END-IF.

       LOAD-SITE-COVERAGE.

           MOVE WS-RV-SITE(WS-ROVER-INDEX) TO WS-MAP-SITE.
           MOVE SPACES TO WS-VISITED-MAP.
           MOVE 'N' TO WS-COVERAGE-EOF.

           MOVE WS-MAP-SITE TO COV-SITE-ID.
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

       READ-NEXT-COVERAGE.

           READ COVERAGE-FILE NEXT RECORD
               AT END SET END-OF-COVERAGE-BROWSE TO TRUE
           END-READ.

           IF NOT END-OF-COVERAGE-BROWSE
                   AND COV-SITE-ID NOT = WS-MAP-SITE
               SET END-OF-COVERAGE-BROWSE TO TRUE
           END-IF.

       MARK-VISITED-CELL.

           COMPUTE WS-CELL-INDEX = COV-Y * 100 + COV-X + 1.
           MOVE 'V' TO WS-VISITED-CELL(WS-CELL-INDEX).

           PERFORM READ-NEXT-COVERAGE.

       BUILD-BLOCKED-MAP.

           MOVE SPACES TO WS-BLOCKED-MAP.

           PERFORM MARK-ONE-HAZARD
               VARYING WS-HAZARD-INDEX FROM 1 BY 1
               UNTIL WS-HAZARD-INDEX > WS-HAZARD-COUNT.

           PERFORM MARK-ONE-OTHER-ROVER
               VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX > WS-ROVER-COUNT.

           PERFORM MARK-ONE-PICKED-TARGET
               VARYING WS-PICK-INDEX FROM 1 BY 1
               UNTIL WS-PICK-INDEX > WS-PICK-COUNT.

       MARK-ONE-HAZARD.

           IF WS-HZ-SITE(WS-HAZARD-INDEX) = WS-MAP-SITE
               COMPUTE WS-CELL-INDEX =
                   WS-HZ-Y(WS-HAZARD-INDEX) * 100 +
                   WS-HZ-X(WS-HAZARD-INDEX) + 1
               MOVE 'X' TO WS-BLOCKED-CELL(WS-CELL-INDEX)
           END-IF.

       MARK-ONE-OTHER-ROVER.

           IF WS-RV-SITE(WS-OTHER-INDEX) = WS-MAP-SITE
                   AND WS-OTHER-INDEX NOT = WS-ROVER-INDEX
               COMPUTE WS-CELL-INDEX =
                   WS-RV-Y(WS-OTHER-INDEX) * 100 +
                   WS-RV-X(WS-OTHER-INDEX) + 1
               IF WS-BLOCKED-CELL(WS-CELL-INDEX) = SPACE
                   MOVE 'R' TO WS-BLOCKED-CELL(WS-CELL-INDEX)
               END-IF
           END-IF.

       MARK-ONE-PICKED-TARGET.

           IF WS-PK-SITE(WS-PICK-INDEX) = WS-MAP-SITE
               COMPUTE WS-CELL-INDEX =
                   WS-PK-Y(WS-PICK-INDEX) * 100 +
                   WS-PK-X(WS-PICK-INDEX) + 1
               IF WS-BLOCKED-CELL(WS-CELL-INDEX) = SPACE
                   MOVE 'P' TO WS-BLOCKED-CELL(WS-CELL-INDEX)
               END-IF
           END-IF.

       SEARCH-NEAREST-UNVISITED.

           MOVE SPACES TO WS-SEARCH-MAP.
           MOVE 'N' TO WS-TARGET-FOUND.
           MOVE 1 TO WS-QUEUE-HEAD.
           MOVE 1 TO WS-QUEUE-TAIL.

           MOVE WS-RV-X(WS-ROVER-INDEX) TO WS-QE-X(1).
           MOVE WS-RV-Y(WS-ROVER-INDEX) TO WS-QE-Y(1).
           MOVE 0 TO WS-QE-DIST(1).

           COMPUTE WS-CELL-INDEX =
               WS-RV-Y(WS-ROVER-INDEX) * 100 +
               WS-RV-X(WS-ROVER-INDEX) + 1.
           MOVE '*' TO WS-SEARCH-CELL(WS-CELL-INDEX).

           PERFORM EXPAND-SEARCH-CELL
               UNTIL WS-TARGET-FOUND = 'Y'
               OR WS-QUEUE-HEAD > WS-QUEUE-TAIL.

       EXPAND-SEARCH-CELL.

           MOVE WS-QE-X(WS-QUEUE-HEAD) TO WS-CUR-X.
           MOVE WS-QE-Y(WS-QUEUE-HEAD) TO WS-CUR-Y.
           MOVE WS-QE-DIST(WS-QUEUE-HEAD) TO WS-CUR-DIST.
           ADD 1 TO WS-QUEUE-HEAD.

           PERFORM TRY-STEP-NORTH.
           PERFORM TRY-STEP-EAST.
           PERFORM TRY-STEP-SOUTH.
           PERFORM TRY-STEP-WEST.

       TRY-STEP-NORTH.

           IF WS-TARGET-FOUND = 'Y' OR WS-CUR-Y = WS-MAX-Y
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-X TO WS-STEP-X.
           COMPUTE WS-STEP-Y = WS-CUR-Y + 1.
           PERFORM TAKE-SEARCH-STEP.

       TRY-STEP-EAST.

           IF WS-TARGET-FOUND = 'Y' OR WS-CUR-X = WS-MAX-X
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-STEP-X = WS-CUR-X + 1.
           MOVE WS-CUR-Y TO WS-STEP-Y.
           PERFORM TAKE-SEARCH-STEP.

       TRY-STEP-SOUTH.

           IF WS-TARGET-FOUND = 'Y' OR WS-CUR-Y = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-X TO WS-STEP-X.
           COMPUTE WS-STEP-Y = WS-CUR-Y - 1.
           PERFORM TAKE-SEARCH-STEP.

       TRY-STEP-WEST.

           IF WS-TARGET-FOUND = 'Y' OR WS-CUR-X = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-STEP-X = WS-CUR-X - 1.
           MOVE WS-CUR-Y TO WS-STEP-Y.
           PERFORM TAKE-SEARCH-STEP.

       TAKE-SEARCH-STEP.

           COMPUTE WS-CELL-INDEX =
               WS-STEP-Y * 100 + WS-STEP-X + 1.

           IF WS-SEARCH-CELL(WS-CELL-INDEX) NOT = SPACE
               EXIT PARAGRAPH
           END-IF.

           IF WS-BLOCKED-CELL(WS-CELL-INDEX) = 'X'
               EXIT PARAGRAPH
           END-IF.

           MOVE '*' TO WS-SEARCH-CELL(WS-CELL-INDEX).

           IF WS-VISITED-CELL(WS-CELL-INDEX) = SPACE
                   AND WS-BLOCKED-CELL(WS-CELL-INDEX) = SPACE
               MOVE 'Y' TO WS-TARGET-FOUND
               MOVE WS-STEP-X TO WS-TARGET-X
               MOVE WS-STEP-Y TO WS-TARGET-Y
               COMPUTE WS-TARGET-DIST = WS-CUR-DIST + 1
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QUEUE-TAIL.
           MOVE WS-STEP-X TO WS-QE-X(WS-QUEUE-TAIL).
           MOVE WS-STEP-Y TO WS-QE-Y(WS-QUEUE-TAIL).
           COMPUTE WS-QE-DIST(WS-QUEUE-TAIL) = WS-CUR-DIST + 1.

       WRITE-SURVEY-REQUEST.

           MOVE WS-RV-ID(WS-ROVER-INDEX) TO RTE-ROVER-ID.
           MOVE WS-TARGET-X TO RTE-TARGET-X.
           MOVE WS-TARGET-Y TO RTE-TARGET-Y.
           MOVE '9' TO RTE-PRIORITY.
           MOVE 'SURVEY' TO RTE-REQUESTER.

           WRITE ROUTE-REQUEST-REC.

           ADD 1 TO WS-REQUEST-COUNT.

           ADD 1 TO WS-PICK-COUNT.
           MOVE WS-MAP-SITE TO WS-PK-SITE(WS-PICK-COUNT).
           MOVE WS-TARGET-X TO WS-PK-X(WS-PICK-COUNT).
           MOVE WS-TARGET-Y TO WS-PK-Y(WS-PICK-COUNT).

       END PROGRAM ROVER-SURVEY.
