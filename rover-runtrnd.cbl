       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-RUNTRND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'TRNDPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'ROVRRLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLOG-KEY
               FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD.
       01  TREND-PARM-REC.
           02 PARM-TREND-RUNS      PIC 9(2).
           02 FILLER               PIC X(1).
           02 PARM-WINDOW-MINUTES  PIC 9(4).
           02 FILLER               PIC X(1).
           02 PARM-ALERT-PERCENT   PIC 9(3).
       FD  RUN-LOG-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-log.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(2).
           88 PARM-FILE-FOUND             VALUE '00'.
       01  WS-RLOG-STATUS          PIC X(2).
           88 RLOG-FILE-OPEN-OK           VALUE '00'.
       01  WS-RLOG-EOF             PIC X(1).
           88 END-OF-RLOG-FILE            VALUE 'Y'.
       01  WS-TREND-RUNS           PIC 9(2) VALUE 14.
       01  WS-WINDOW-MINUTES       PIC 9(4) VALUE 360.
       01  WS-ALERT-PERCENT        PIC 9(3) VALUE 150.
       01  WS-MIN-ALERT-SECS       PIC 9(5) VALUE 60.
       01  WS-WINDOW-SECS          PIC 9(7).
       01  WS-MAX-RUN-NO           PIC 9(5) VALUE 0.
       01  WS-FIRST-RUN-NO         PIC 9(5).
       01  WS-LOG-ROWS             PIC 9(7) VALUE 0.
       01  WS-FLAG-COUNT           PIC 9(5) VALUE 0.
       01  WS-LATEST-FLAG-COUNT    PIC 9(5) VALUE 0.
       01  WS-RUN-TABLE.
           02 WS-RUN-COUNT         PIC 9(2) VALUE 0.
           02 WS-RUN-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-RUN-COUNT.
               03 WS-RN-RUN-NO     PIC 9(5).
               03 WS-RN-RUN-DATE   PIC 9(8).
               03 WS-RN-FIRST-START.
                   04 WS-RN-START-DATE PIC 9(8).
                   04 WS-RN-START-TIME PIC 9(8).
               03 WS-RN-LAST-END.
                   04 WS-RN-END-DATE   PIC 9(8).
                   04 WS-RN-END-TIME   PIC 9(8).
               03 WS-RN-WINDOW-SECS PIC 9(7).
               03 WS-RN-STEP-COUNT PIC 9(2).
       01  WS-RUN-INDEX            PIC 9(2).
       01  WS-STEP-TABLE.
           02 WS-STEP-COUNT        PIC 9(2) VALUE 0.
           02 WS-STEP-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-STEP-COUNT.
               03 WS-ST-STEP       PIC X(8).
               03 WS-ST-PROGRAM    PIC X(8).
               03 WS-ST-RUNS       PIC 9(2).
               03 WS-ST-TOTAL-SECS PIC 9(9).
               03 WS-ST-TOTAL-IN   PIC 9(11).
               03 WS-ST-TOTAL-OUT  PIC 9(11).
               03 WS-ST-AVG-SECS   PIC 9(7).
               03 WS-ST-MAX-SECS   PIC 9(7).
               03 WS-ST-FLAG-COUNT PIC 9(2).
               03 WS-ST-CELL OCCURS 30 TIMES.
                   04 WS-SC-LOGGED      PIC X(1).
                   04 WS-SC-START-TIME  PIC 9(8).
                   04 WS-SC-ELAPSED     PIC 9(7).
                   04 WS-SC-IN          PIC 9(9).
                   04 WS-SC-OUT         PIC 9(9).
                   04 WS-SC-RC          PIC 9(4).
                   04 WS-SC-FLAG        PIC X(2).
       01  WS-STEP-INDEX           PIC 9(2).
       01  WS-STEP-MATCH           PIC 9(2).
       01  WS-CELL-INDEX           PIC 9(2).
       01  WS-STAMP.
           02 WS-STAMP-DATE        PIC 9(8).
           02 WS-STAMP-TIME        PIC 9(8).
       01  WS-CLOCK-TIME           PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           02 WS-CLOCK-HH          PIC 9(2).
           02 WS-CLOCK-MM          PIC 9(2).
           02 WS-CLOCK-SS          PIC 9(2).
           02 WS-CLOCK-HS          PIC 9(2).
       01  WS-CLOCK-SECS           PIC 9(5).
       01  WS-START-SECS           PIC 9(5).
       01  WS-END-SECS             PIC 9(5).
       01  WS-FMT-SECS             PIC 9(7).
       01  WS-FMT-REST             PIC 9(7).
       01  WS-FMT-HOURS            PIC 9(3).
       01  WS-FMT-MINUTES          PIC 9(2).
       01  WS-FMT-SECONDS          PIC 9(2).
       01  WS-ELAPSED-TEXT.
           02 WS-ET-HOURS          PIC ZZ9.
           02 FILLER               PIC X(1)  VALUE ':'.
           02 WS-ET-MINUTES        PIC 9(2).
           02 FILLER               PIC X(1)  VALUE ':'.
           02 WS-ET-SECONDS        PIC 9(2).
       01  WS-CLOCK-TEXT.
           02 WS-CT-HH             PIC 9(2).
           02 FILLER               PIC X(1)  VALUE ':'.
           02 WS-CT-MM             PIC 9(2).
           02 FILLER               PIC X(1)  VALUE ':'.
           02 WS-CT-SS             PIC 9(2).
       01  WS-AVG-IN               PIC 9(9).
       01  WS-AVG-OUT              PIC 9(9).
       01  WS-LAST-PERCENT         PIC 9(5).
       01  WS-SUM-X                PIC 9(13).
       01  WS-SUM-Y                PIC 9(13).
       01  WS-SUM-XY               PIC 9(13).
       01  WS-SUM-XX               PIC 9(13).
       01  WS-TREND-DENOM          PIC S9(13).
       01  WS-TREND-SLOPE          PIC S9(7)V99.
       01  WS-TREND-LATEST         PIC S9(9)V99.
       01  WS-AVG-WINDOW-SECS      PIC 9(7).
       01  WS-RUNS-TO-EXCEED       PIC 9(5).
       01  WS-EXCEED-RUN-NO        PIC 9(7).
       01  WS-SLOPE-EDIT           PIC -ZZZZZZ9.99.
       01  WS-DETAIL-LINE.
           02 WS-DL-STEP           PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-PROGRAM        PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-RUN            PIC 9(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-RUN-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-START          PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-ELAPSED        PIC X(9).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-IN             PIC Z(10)9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-OUT            PIC Z(10)9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-RC             PIC ZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-FLAG           PIC X(2).
       01  WS-AVERAGE-LINE.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(7)  VALUE 'AVG OF '.
           02 WS-AL-RUNS           PIC Z9.
           02 FILLER               PIC X(18) VALUE ' RUNS'.
           02 WS-AL-ELAPSED        PIC X(9).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-AL-IN             PIC Z(10)9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-AL-OUT            PIC Z(10)9.
       01  WS-SUMMARY-LINE.
           02 WS-SL-STEP           PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-PROGRAM        PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-RUNS           PIC ZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-AVG            PIC X(9).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-MAX            PIC X(9).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-LAST           PIC X(9).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-PERCENT        PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-FLAGGED        PIC Z(6)9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-FLAG           PIC X(2).
       01  WS-PERCENT-TEXT.
           02 WS-PT-VALUE          PIC ZZZZ9.
           02 FILLER               PIC X(1)  VALUE '%'.
       01  WS-WINDOW-LINE.
           02 WS-WL-RUN            PIC 9(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-RUN-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-START-DATE     PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-WL-START-TIME     PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-END-DATE       PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-WL-END-TIME       PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-WINDOW         PIC X(9).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-STEPS          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-TREND-PARM.

           OPEN INPUT RUN-LOG-FILE.

           IF NOT RLOG-FILE-OPEN-OK
               DISPLAY 'ROVER-RUNTRND: ROVRRLOG DATASET NOT '
                   'AVAILABLE - STATUS ' WS-RLOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-LATEST-RUN.

           IF WS-MAX-RUN-NO = 0
               DISPLAY 'ROVER-RUNTRND: ROVRRLOG HOLDS NO RUN LOG '
                   'RECORDS - NOTHING TO REPORT'
               CLOSE RUN-LOG-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MAX-RUN-NO > WS-TREND-RUNS
               COMPUTE WS-FIRST-RUN-NO =
                   WS-MAX-RUN-NO - WS-TREND-RUNS + 1
           ELSE
               MOVE 1 TO WS-FIRST-RUN-NO
           END-IF.

           PERFORM LOAD-TREND-RUNS.

           CLOSE RUN-LOG-FILE.

           PERFORM COMPUTE-RUN-WINDOW
               VARYING WS-RUN-INDEX FROM 1 BY 1
               UNTIL WS-RUN-INDEX > WS-RUN-COUNT.

           PERFORM COMPUTE-STEP-AVERAGE
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINUTES * 60.

           DISPLAY '  NIGHTLY BATCH WINDOW TREND - RUNS '
               WS-FIRST-RUN-NO ' TO ' WS-MAX-RUN-NO.
           DISPLAY ' '.
           DISPLAY '  ** = ELAPSED OVER ' WS-ALERT-PERCENT
               '% OF THE STEP AVERAGE (STEPS UNDER '
               WS-MIN-ALERT-SECS ' SECS NOT FLAGGED)'.

           PERFORM WRITE-STEP-DETAIL-SECTION.
           PERFORM WRITE-STEP-SUMMARY-SECTION.
           PERFORM WRITE-WINDOW-SECTION.
           PERFORM WRITE-WINDOW-PROJECTION.

           DISPLAY ' '.
           DISPLAY '  --------------------------------------------'.
           DISPLAY '  RUN LOG RECORDS READ:   ' WS-LOG-ROWS.
           DISPLAY '  RUNS REPORTED:          ' WS-RUN-COUNT.
           DISPLAY '  STEPS REPORTED:         ' WS-STEP-COUNT.
           DISPLAY '  STEP RUNS FLAGGED:      ' WS-FLAG-COUNT.
           DISPLAY '    IN THE LATEST RUN:    ' WS-LATEST-FLAG-COUNT.

           IF WS-LATEST-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-TREND-PARM.

           OPEN INPUT PARM-FILE.

           IF PARM-FILE-FOUND
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM TAKE-TREND-PARM
               END-READ
           END-IF.

           CLOSE PARM-FILE.

       TAKE-TREND-PARM.

           IF PARM-TREND-RUNS IS NUMERIC AND PARM-TREND-RUNS > 0
               MOVE PARM-TREND-RUNS TO WS-TREND-RUNS
               IF WS-TREND-RUNS > 30
                   DISPLAY 'ROVER-RUNTRND: TREND LIMITED TO 30 RUNS'
                   MOVE 30 TO WS-TREND-RUNS
               END-IF
           END-IF.

           IF PARM-WINDOW-MINUTES IS NUMERIC
                   AND PARM-WINDOW-MINUTES > 0
               MOVE PARM-WINDOW-MINUTES TO WS-WINDOW-MINUTES
           END-IF.

           IF PARM-ALERT-PERCENT IS NUMERIC
                   AND PARM-ALERT-PERCENT > 100
               MOVE PARM-ALERT-PERCENT TO WS-ALERT-PERCENT
           END-IF.

       FIND-LATEST-RUN.

           MOVE 'N' TO WS-RLOG-EOF.

           PERFORM READ-RUN-LOG-RECORD.
           PERFORM NOTE-LATEST-RUN UNTIL END-OF-RLOG-FILE.

       NOTE-LATEST-RUN.

           IF RLOG-RUN-NO > WS-MAX-RUN-NO
               MOVE RLOG-RUN-NO TO WS-MAX-RUN-NO
           END-IF.

           PERFORM READ-RUN-LOG-RECORD.

       READ-RUN-LOG-RECORD.

           READ RUN-LOG-FILE NEXT RECORD
               AT END SET END-OF-RLOG-FILE TO TRUE
           END-READ.

       LOAD-TREND-RUNS.

           MOVE 'N' TO WS-RLOG-EOF.

           MOVE WS-FIRST-RUN-NO TO RLOG-RUN-NO.
           MOVE LOW-VALUES TO RLOG-STEP.

           START RUN-LOG-FILE KEY NOT < RLOG-KEY
               INVALID KEY SET END-OF-RLOG-FILE TO TRUE
           END-START.

           IF NOT END-OF-RLOG-FILE
               PERFORM READ-RUN-LOG-RECORD
               PERFORM STORE-RUN-LOG-RECORD UNTIL END-OF-RLOG-FILE
           END-IF.

       STORE-RUN-LOG-RECORD.

           ADD 1 TO WS-LOG-ROWS.

           IF WS-RUN-COUNT = 0
               PERFORM ADD-TREND-RUN
           ELSE
               IF RLOG-RUN-NO NOT = WS-RN-RUN-NO(WS-RUN-COUNT)
                   PERFORM ADD-TREND-RUN
               END-IF
           END-IF.

           PERFORM FIND-TREND-STEP.

           MOVE WS-RUN-COUNT TO WS-CELL-INDEX.

           MOVE 'Y' TO WS-SC-LOGGED(WS-STEP-MATCH, WS-CELL-INDEX).
           MOVE RLOG-START-TIME
               TO WS-SC-START-TIME(WS-STEP-MATCH, WS-CELL-INDEX).
           MOVE RLOG-ELAPSED-SECS
               TO WS-SC-ELAPSED(WS-STEP-MATCH, WS-CELL-INDEX).
           MOVE RLOG-RECORDS-IN
               TO WS-SC-IN(WS-STEP-MATCH, WS-CELL-INDEX).
           MOVE RLOG-RECORDS-OUT
               TO WS-SC-OUT(WS-STEP-MATCH, WS-CELL-INDEX).
           MOVE RLOG-RETURN-CODE
               TO WS-SC-RC(WS-STEP-MATCH, WS-CELL-INDEX).

           ADD 1 TO WS-ST-RUNS(WS-STEP-MATCH).
           ADD RLOG-ELAPSED-SECS TO WS-ST-TOTAL-SECS(WS-STEP-MATCH).
           ADD RLOG-RECORDS-IN TO WS-ST-TOTAL-IN(WS-STEP-MATCH).
           ADD RLOG-RECORDS-OUT TO WS-ST-TOTAL-OUT(WS-STEP-MATCH).

           IF RLOG-ELAPSED-SECS > WS-ST-MAX-SECS(WS-STEP-MATCH)
               MOVE RLOG-ELAPSED-SECS TO WS-ST-MAX-SECS(WS-STEP-MATCH)
           END-IF.

           ADD 1 TO WS-RN-STEP-COUNT(WS-RUN-COUNT).

           MOVE RLOG-START-DATE TO WS-STAMP-DATE.
           MOVE RLOG-START-TIME TO WS-STAMP-TIME.

           IF WS-STAMP < WS-RN-FIRST-START(WS-RUN-COUNT)
               MOVE WS-STAMP TO WS-RN-FIRST-START(WS-RUN-COUNT)
           END-IF.

           MOVE RLOG-END-DATE TO WS-STAMP-DATE.
           MOVE RLOG-END-TIME TO WS-STAMP-TIME.

           IF WS-STAMP > WS-RN-LAST-END(WS-RUN-COUNT)
               MOVE WS-STAMP TO WS-RN-LAST-END(WS-RUN-COUNT)
           END-IF.

           PERFORM READ-RUN-LOG-RECORD.

       ADD-TREND-RUN.

           IF WS-RUN-COUNT = 30
               DISPLAY 'ROVER-RUNTRND: RUN-TABLE FULL AT 30 RUNS - '
                   'ROVRRLOG HAS MORE RUNS THAN THIS PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-RUN-COUNT.

           MOVE RLOG-RUN-NO TO WS-RN-RUN-NO(WS-RUN-COUNT).
           MOVE RLOG-RUN-DATE TO WS-RN-RUN-DATE(WS-RUN-COUNT).
           MOVE HIGH-VALUES TO WS-RN-FIRST-START(WS-RUN-COUNT).
           MOVE LOW-VALUES TO WS-RN-LAST-END(WS-RUN-COUNT).
           MOVE 0 TO WS-RN-WINDOW-SECS(WS-RUN-COUNT).
           MOVE 0 TO WS-RN-STEP-COUNT(WS-RUN-COUNT).

       FIND-TREND-STEP.

           MOVE 0 TO WS-STEP-MATCH.

           PERFORM SCAN-STEP-ENTRY
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               OR WS-STEP-MATCH > 0.

           IF WS-STEP-MATCH = 0
               IF WS-STEP-COUNT = 20
                   DISPLAY 'ROVER-RUNTRND: STEP-TABLE FULL AT 20 STEPS '
                       '- ROVRRLOG HAS MORE STEPS THAN THIS PROGRAM '
                       'CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-MATCH
               MOVE RLOG-STEP TO WS-ST-STEP(WS-STEP-MATCH)
               MOVE 0 TO WS-ST-RUNS(WS-STEP-MATCH)
               MOVE 0 TO WS-ST-TOTAL-SECS(WS-STEP-MATCH)
               MOVE 0 TO WS-ST-TOTAL-IN(WS-STEP-MATCH)
               MOVE 0 TO WS-ST-TOTAL-OUT(WS-STEP-MATCH)
               MOVE 0 TO WS-ST-AVG-SECS(WS-STEP-MATCH)
               MOVE 0 TO WS-ST-MAX-SECS(WS-STEP-MATCH)
               MOVE 0 TO WS-ST-FLAG-COUNT(WS-STEP-MATCH)
               PERFORM CLEAR-STEP-CELL
                   VARYING WS-CELL-INDEX FROM 1 BY 1
                   UNTIL WS-CELL-INDEX > 30
           END-IF.

           MOVE RLOG-PROGRAM TO WS-ST-PROGRAM(WS-STEP-MATCH).

       SCAN-STEP-ENTRY.

           IF WS-ST-STEP(WS-STEP-INDEX) = RLOG-STEP
               MOVE WS-STEP-INDEX TO WS-STEP-MATCH
           END-IF.

       CLEAR-STEP-CELL.

           MOVE 'N' TO WS-SC-LOGGED(WS-STEP-MATCH, WS-CELL-INDEX).
           MOVE SPACES TO WS-SC-FLAG(WS-STEP-MATCH, WS-CELL-INDEX).

       COMPUTE-RUN-WINDOW.

           MOVE WS-RN-START-TIME(WS-RUN-INDEX) TO WS-CLOCK-TIME.
           PERFORM CONVERT-CLOCK-TO-SECS.
           MOVE WS-CLOCK-SECS TO WS-START-SECS.

           MOVE WS-RN-END-TIME(WS-RUN-INDEX) TO WS-CLOCK-TIME.
           PERFORM CONVERT-CLOCK-TO-SECS.
           MOVE WS-CLOCK-SECS TO WS-END-SECS.

           IF WS-RN-END-DATE(WS-RUN-INDEX) =
                   WS-RN-START-DATE(WS-RUN-INDEX)
               COMPUTE WS-RN-WINDOW-SECS(WS-RUN-INDEX) =
                   WS-END-SECS - WS-START-SECS
           ELSE
               COMPUTE WS-RN-WINDOW-SECS(WS-RUN-INDEX) =
                   WS-END-SECS + 86400 - WS-START-SECS
           END-IF.

       COMPUTE-STEP-AVERAGE.

           COMPUTE WS-ST-AVG-SECS(WS-STEP-INDEX) ROUNDED =
               WS-ST-TOTAL-SECS(WS-STEP-INDEX)
               / WS-ST-RUNS(WS-STEP-INDEX).

           PERFORM FLAG-STEP-CELL
               VARYING WS-CELL-INDEX FROM 1 BY 1
               UNTIL WS-CELL-INDEX > WS-RUN-COUNT.

       FLAG-STEP-CELL.

           IF WS-SC-LOGGED(WS-STEP-INDEX, WS-CELL-INDEX) = 'Y'
                   AND WS-SC-ELAPSED(WS-STEP-INDEX, WS-CELL-INDEX)
                       NOT < WS-MIN-ALERT-SECS
                   AND WS-SC-ELAPSED(WS-STEP-INDEX, WS-CELL-INDEX)
                       * 100 > WS-ST-AVG-SECS(WS-STEP-INDEX)
                       * WS-ALERT-PERCENT
               MOVE '**' TO WS-SC-FLAG(WS-STEP-INDEX, WS-CELL-INDEX)
               ADD 1 TO WS-ST-FLAG-COUNT(WS-STEP-INDEX)
               ADD 1 TO WS-FLAG-COUNT
               IF WS-CELL-INDEX = WS-RUN-COUNT
                   ADD 1 TO WS-LATEST-FLAG-COUNT
               END-IF
           END-IF.

       WRITE-STEP-DETAIL-SECTION.

           DISPLAY ' '.
           DISPLAY '  ELAPSED TIME AND VOLUMES BY STEP'.
           DISPLAY ' '.
           DISPLAY '  STEP      PROGRAM   RUN    RUN DATE  START     '
               '  ELAPSED   RECORDS IN  RECORDS OUT    RC'.
           DISPLAY '  --------  --------  -----  --------  --------  '
               '---------  -----------  -----------  ----'.

           PERFORM WRITE-STEP-DETAIL
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

       WRITE-STEP-DETAIL.

           PERFORM WRITE-STEP-RUN-LINE
               VARYING WS-CELL-INDEX FROM 1 BY 1
               UNTIL WS-CELL-INDEX > WS-RUN-COUNT.

           COMPUTE WS-AVG-IN ROUNDED =
               WS-ST-TOTAL-IN(WS-STEP-INDEX)
               / WS-ST-RUNS(WS-STEP-INDEX).
           COMPUTE WS-AVG-OUT ROUNDED =
               WS-ST-TOTAL-OUT(WS-STEP-INDEX)
               / WS-ST-RUNS(WS-STEP-INDEX).

           MOVE WS-ST-AVG-SECS(WS-STEP-INDEX) TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.

           MOVE WS-ST-RUNS(WS-STEP-INDEX) TO WS-AL-RUNS.
           MOVE WS-ELAPSED-TEXT TO WS-AL-ELAPSED.
           MOVE WS-AVG-IN TO WS-AL-IN.
           MOVE WS-AVG-OUT TO WS-AL-OUT.

           DISPLAY '  ' WS-AVERAGE-LINE.
           DISPLAY ' '.

       WRITE-STEP-RUN-LINE.

           IF WS-SC-LOGGED(WS-STEP-INDEX, WS-CELL-INDEX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ST-STEP(WS-STEP-INDEX) TO WS-DL-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-INDEX) TO WS-DL-PROGRAM.
           MOVE WS-RN-RUN-NO(WS-CELL-INDEX) TO WS-DL-RUN.
           MOVE WS-RN-RUN-DATE(WS-CELL-INDEX) TO WS-DL-RUN-DATE.

           MOVE WS-SC-START-TIME(WS-STEP-INDEX, WS-CELL-INDEX)
               TO WS-CLOCK-TIME.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-DL-START.

           MOVE WS-SC-ELAPSED(WS-STEP-INDEX, WS-CELL-INDEX)
               TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-ELAPSED-TEXT TO WS-DL-ELAPSED.

           MOVE WS-SC-IN(WS-STEP-INDEX, WS-CELL-INDEX) TO WS-DL-IN.
           MOVE WS-SC-OUT(WS-STEP-INDEX, WS-CELL-INDEX) TO WS-DL-OUT.
           MOVE WS-SC-RC(WS-STEP-INDEX, WS-CELL-INDEX) TO WS-DL-RC.
           MOVE WS-SC-FLAG(WS-STEP-INDEX, WS-CELL-INDEX)
               TO WS-DL-FLAG.

           DISPLAY '  ' WS-DETAIL-LINE.

       WRITE-STEP-SUMMARY-SECTION.

           DISPLAY ' '.
           DISPLAY '  STEP SUMMARY - LATEST RUN AGAINST STEP AVERAGE'.
           DISPLAY ' '.
           DISPLAY '  STEP      PROGRAM   RUNS    AVERAGE    MAXIMUM'
               '     LATEST  VS AVG  FLAGGED'.
           DISPLAY '  --------  --------  ----  ---------  ---------'
               '  ---------  ------  -------'.

           PERFORM WRITE-STEP-SUMMARY
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

       WRITE-STEP-SUMMARY.

           MOVE WS-ST-STEP(WS-STEP-INDEX) TO WS-SL-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-INDEX) TO WS-SL-PROGRAM.
           MOVE WS-ST-RUNS(WS-STEP-INDEX) TO WS-SL-RUNS.
           MOVE WS-ST-FLAG-COUNT(WS-STEP-INDEX) TO WS-SL-FLAGGED.

           MOVE WS-ST-AVG-SECS(WS-STEP-INDEX) TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-ELAPSED-TEXT TO WS-SL-AVG.

           MOVE WS-ST-MAX-SECS(WS-STEP-INDEX) TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-ELAPSED-TEXT TO WS-SL-MAX.

           IF WS-SC-LOGGED(WS-STEP-INDEX, WS-RUN-COUNT) = 'Y'
               MOVE WS-SC-ELAPSED(WS-STEP-INDEX, WS-RUN-COUNT)
                   TO WS-FMT-SECS
               PERFORM FORMAT-ELAPSED
               MOVE WS-ELAPSED-TEXT TO WS-SL-LAST
               MOVE WS-SC-FLAG(WS-STEP-INDEX, WS-RUN-COUNT)
                   TO WS-SL-FLAG
               IF WS-ST-AVG-SECS(WS-STEP-INDEX) > 0
                   COMPUTE WS-LAST-PERCENT ROUNDED =
                       WS-SC-ELAPSED(WS-STEP-INDEX, WS-RUN-COUNT)
                       * 100 / WS-ST-AVG-SECS(WS-STEP-INDEX)
                       ON SIZE ERROR MOVE 9999 TO WS-LAST-PERCENT
                   END-COMPUTE
                   MOVE WS-LAST-PERCENT TO WS-PT-VALUE
                   MOVE WS-PERCENT-TEXT TO WS-SL-PERCENT
               ELSE
                   MOVE SPACES TO WS-SL-PERCENT
               END-IF
           ELSE
               MOVE 'NOT RUN' TO WS-SL-LAST
               MOVE SPACES TO WS-SL-PERCENT
               MOVE SPACES TO WS-SL-FLAG
           END-IF.

           DISPLAY '  ' WS-SUMMARY-LINE.

       WRITE-WINDOW-SECTION.

           DISPLAY ' '.
           DISPLAY '  BATCH WINDOW BY RUN - FIRST STEP START TO LAST '
               'STEP END'.
           DISPLAY ' '.
           DISPLAY '  RUN    RUN DATE  FIRST START        LAST END    '
               '          WINDOW  STEPS'.
           DISPLAY '  -----  --------  -----------------  ------------'
               '-----  ---------  -----'.

           MOVE 0 TO WS-SUM-X.
           MOVE 0 TO WS-SUM-Y.
           MOVE 0 TO WS-SUM-XY.
           MOVE 0 TO WS-SUM-XX.

           PERFORM WRITE-WINDOW-LINE
               VARYING WS-RUN-INDEX FROM 1 BY 1
               UNTIL WS-RUN-INDEX > WS-RUN-COUNT.

       WRITE-WINDOW-LINE.

           MOVE WS-RN-RUN-NO(WS-RUN-INDEX) TO WS-WL-RUN.
           MOVE WS-RN-RUN-DATE(WS-RUN-INDEX) TO WS-WL-RUN-DATE.
           MOVE WS-RN-START-DATE(WS-RUN-INDEX) TO WS-WL-START-DATE.
           MOVE WS-RN-END-DATE(WS-RUN-INDEX) TO WS-WL-END-DATE.

           MOVE WS-RN-START-TIME(WS-RUN-INDEX) TO WS-CLOCK-TIME.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-WL-START-TIME.

           MOVE WS-RN-END-TIME(WS-RUN-INDEX) TO WS-CLOCK-TIME.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-WL-END-TIME.

           MOVE WS-RN-WINDOW-SECS(WS-RUN-INDEX) TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-ELAPSED-TEXT TO WS-WL-WINDOW.

           MOVE WS-RN-STEP-COUNT(WS-RUN-INDEX) TO WS-WL-STEPS.

           DISPLAY '  ' WS-WINDOW-LINE.

           ADD WS-RUN-INDEX TO WS-SUM-X.
           ADD WS-RN-WINDOW-SECS(WS-RUN-INDEX) TO WS-SUM-Y.
           COMPUTE WS-SUM-XY = WS-SUM-XY
               + WS-RUN-INDEX * WS-RN-WINDOW-SECS(WS-RUN-INDEX).
           COMPUTE WS-SUM-XX = WS-SUM-XX
               + WS-RUN-INDEX * WS-RUN-INDEX.

       WRITE-WINDOW-PROJECTION.

           COMPUTE WS-AVG-WINDOW-SECS ROUNDED =
               WS-SUM-Y / WS-RUN-COUNT.

           DISPLAY ' '.

           MOVE WS-WINDOW-SECS TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           DISPLAY '  BATCH WINDOW ALLOWED:   ' WS-ELAPSED-TEXT.

           MOVE WS-AVG-WINDOW-SECS TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           DISPLAY '  AVERAGE WINDOW USED:    ' WS-ELAPSED-TEXT.

           IF WS-RUN-COUNT < 3
               DISPLAY '  TOO FEW RUNS ON ROVRRLOG TO PROJECT A TREND'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TREND-DENOM =
               WS-RUN-COUNT * WS-SUM-XX - WS-SUM-X * WS-SUM-X.

           COMPUTE WS-TREND-SLOPE ROUNDED =
               (WS-RUN-COUNT * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
               / WS-TREND-DENOM.

           COMPUTE WS-TREND-LATEST ROUNDED =
               WS-SUM-Y / WS-RUN-COUNT
               + WS-TREND-SLOPE
               * (WS-RUN-COUNT - WS-SUM-X / WS-RUN-COUNT).

           MOVE WS-TREND-SLOPE TO WS-SLOPE-EDIT.
           DISPLAY '  TREND PER RUN (SECS):  ' WS-SLOPE-EDIT.

           IF WS-TREND-LATEST NOT < WS-WINDOW-SECS
               DISPLAY '  ** THE WINDOW IS ALREADY EXCEEDED ON THE '
                   'CURRENT TREND'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-TREND-SLOPE NOT > 0
               DISPLAY '  NO GROWTH TREND - THE WINDOW IS NOT '
                   'PROJECTED TO BE EXCEEDED'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RUNS-TO-EXCEED ROUNDED =
               (WS-WINDOW-SECS - WS-TREND-LATEST) / WS-TREND-SLOPE
               ON SIZE ERROR MOVE 99999 TO WS-RUNS-TO-EXCEED
           END-COMPUTE.

           COMPUTE WS-EXCEED-RUN-NO =
               WS-MAX-RUN-NO + WS-RUNS-TO-EXCEED.

           DISPLAY '  AT THE CURRENT TREND THE WINDOW IS EXCEEDED IN '
               'ABOUT ' WS-RUNS-TO-EXCEED ' RUNS (RUN '
               WS-EXCEED-RUN-NO ')'.

           IF WS-RUNS-TO-EXCEED NOT > WS-TREND-RUNS
               DISPLAY '  ** PROJECTED TO EXCEED THE WINDOW WITHIN '
                   'THE NEXT ' WS-TREND-RUNS ' RUNS'
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONVERT-CLOCK-TO-SECS.

           COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

       FORMAT-CLOCK.

           MOVE WS-CLOCK-HH TO WS-CT-HH.
           MOVE WS-CLOCK-MM TO WS-CT-MM.
           MOVE WS-CLOCK-SS TO WS-CT-SS.

       FORMAT-ELAPSED.

           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REST.
           DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MINUTES
               REMAINDER WS-FMT-SECONDS.

           MOVE WS-FMT-HOURS TO WS-ET-HOURS.
           MOVE WS-FMT-MINUTES TO WS-ET-MINUTES.
           MOVE WS-FMT-SECONDS TO WS-ET-SECONDS.

       END PROGRAM ROVER-RUNTRND.
