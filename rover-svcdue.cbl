       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-SVCDUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODEL-FILE ASSIGN TO 'ROVRMODL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODEL-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WEAR-FILE ASSIGN TO 'ROVRWEAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WEAR-ROVER-ID
               FILE STATUS IS WS-WEAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MODEL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-model.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  WEAR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-wear.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MODEL-STATUS         PIC X(2).
           88 MODEL-FILE-FOUND            VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK          VALUE '00'.
       01  WS-WEAR-STATUS          PIC X(2).
           88 WEAR-FILE-OPEN-OK           VALUE '00'.
           88 WEAR-RECORD-FOUND           VALUE '00'.
       01  WS-MODEL-EOF            PIC X(1).
           88 END-OF-MODEL-FILE           VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-MODEL-TABLE.
           02 WS-MODEL-COUNT       PIC 9(2) VALUE 0.
           02 WS-MODEL-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-MODEL-COUNT.
               03 WS-MDL-CODE      PIC X(2).
               03 WS-MDL-SVC-MOVES PIC 9(5).
               03 WS-MDL-SVC-TURNS PIC 9(5).
       01  WS-MODEL-INDEX          PIC 9(2).
       01  WS-MODEL-MATCH          PIC 9(2).
       01  WS-DUE-PERCENT          PIC 9(3) VALUE 90.
       01  WS-MOVE-PERCENT         PIC 9(5).
       01  WS-TURN-PERCENT         PIC 9(5).
       01  WS-WEAR-PERCENT         PIC 9(5).
       01  WS-LIMIT-MOVES          PIC 9(5).
       01  WS-LIMIT-TURNS          PIC 9(5).
       01  WS-MASTER-COUNT         PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DUE-COUNT            PIC 9(5) VALUE 0.
       01  WS-NO-INTERVAL-COUNT    PIC 9(5) VALUE 0.
       01  WS-NO-WEAR-COUNT        PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           02 WS-DL-ID             PIC X(6).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-DL-SITE           PIC X(3).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-DL-MODEL          PIC X(2).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-DL-SVC-MOVES      PIC ZZZZZZ9.
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-DL-LIMIT-MOVES    PIC ZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-SVC-TURNS      PIC ZZZZZZ9.
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-DL-LIMIT-TURNS    PIC ZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-PERCENT        PIC ZZZZ9.
           02 FILLER               PIC X(1)  VALUE '%'.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-LAST-SVC       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-FLAG           PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-SERVICE-INTERVALS.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-SVCDUE: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT WEAR-FILE.

           IF NOT WEAR-FILE-OPEN-OK
               DISPLAY 'ROVER-SVCDUE: ROVRWEAR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-WEAR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  ROVER SERVICE DUE REPORT'.
           DISPLAY '  ROVERS AT OR ABOVE ' WS-DUE-PERCENT
               '% OF THEIR MODEL SERVICE INTERVAL'.
           DISPLAY ' '.
           DISPLAY '  ROVER-ID  SITE  MD   MOVES/LIMIT    TURNS/LIMIT'
               '     USED  LAST-SVC'.
           DISPLAY '  --------  ----  --  -------------  -------------'
               '  ------  --------'.

           MOVE 'N' TO WS-MASTER-EOF.

           PERFORM READ-MASTER-RECORD.
           PERFORM CHECK-ONE-ROVER UNTIL END-OF-MASTER-FILE.

           CLOSE ROVER-MASTER-FILE, WEAR-FILE.

           DISPLAY ' '.
           DISPLAY '  --------------------------------------------'.
           DISPLAY '  ROVERS ON MASTER:        ' WS-MASTER-COUNT.
           DISPLAY '  OVERDUE FOR SERVICE:     ' WS-OVERDUE-COUNT.
           DISPLAY '  DUE FOR SERVICE:         ' WS-DUE-COUNT.
           DISPLAY '  MODEL HAS NO INTERVAL:   ' WS-NO-INTERVAL-COUNT.
           DISPLAY '  NO WEAR RECORDED YET:    ' WS-NO-WEAR-COUNT.

           IF WS-OVERDUE-COUNT > 0
               DISPLAY '  ROVER-SELECT HOLDS MISSIONS FOR OVERDUE '
                   'ROVERS UNTIL THEIR SERVICE IS RECORDED'
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-SERVICE-INTERVALS.

           MOVE 'N' TO WS-MODEL-EOF.
           MOVE 0 TO WS-MODEL-COUNT.

           OPEN INPUT MODEL-FILE.

           IF NOT MODEL-FILE-FOUND
               DISPLAY 'ROVER-SVCDUE: ROVRMODL DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MODEL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-MODEL-RECORD.
           PERFORM STORE-SERVICE-INTERVAL UNTIL END-OF-MODEL-FILE.

           CLOSE MODEL-FILE.

       READ-MODEL-RECORD.

           READ MODEL-FILE
               AT END SET END-OF-MODEL-FILE TO TRUE
           END-READ.

       STORE-SERVICE-INTERVAL.

           IF WS-MODEL-COUNT = 20
               DISPLAY 'ROVER-SVCDUE: MODEL-TABLE FULL AT 20 MODELS '
                   '- ROVRMODL HAS MORE ENTRIES THAN THIS PROGRAM '
                   'CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-MODEL-COUNT.
           MOVE MODEL-CODE TO WS-MDL-CODE(WS-MODEL-COUNT).

           IF MODEL-SVC-MOVES IS NUMERIC
               MOVE MODEL-SVC-MOVES TO WS-MDL-SVC-MOVES(WS-MODEL-COUNT)
           ELSE
               MOVE 0 TO WS-MDL-SVC-MOVES(WS-MODEL-COUNT)
           END-IF.

           IF MODEL-SVC-TURNS IS NUMERIC
               MOVE MODEL-SVC-TURNS TO WS-MDL-SVC-TURNS(WS-MODEL-COUNT)
           ELSE
               MOVE 0 TO WS-MDL-SVC-TURNS(WS-MODEL-COUNT)
           END-IF.

           PERFORM READ-MODEL-RECORD.

       READ-MASTER-RECORD.

           READ ROVER-MASTER-FILE
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       CHECK-ONE-ROVER.

           ADD 1 TO WS-MASTER-COUNT.

           PERFORM FIND-ROVER-INTERVAL.

           MOVE MASTER-ROVER-ID TO WEAR-ROVER-ID.
           READ WEAR-FILE.

           IF NOT WEAR-RECORD-FOUND
               ADD 1 TO WS-NO-WEAR-COUNT
               PERFORM READ-MASTER-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF WS-LIMIT-MOVES = 0 AND WS-LIMIT-TURNS = 0
               ADD 1 TO WS-NO-INTERVAL-COUNT
               PERFORM READ-MASTER-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-WEAR-PERCENT.

           IF WS-WEAR-PERCENT NOT < WS-DUE-PERCENT
               PERFORM PRINT-DUE-ROVER
           END-IF.

           PERFORM READ-MASTER-RECORD.

       FIND-ROVER-INTERVAL.

           MOVE 0 TO WS-MODEL-MATCH.
           MOVE 0 TO WS-LIMIT-MOVES.
           MOVE 0 TO WS-LIMIT-TURNS.

           PERFORM SCAN-MODEL-ENTRY
               VARYING WS-MODEL-INDEX FROM 1 BY 1
               UNTIL WS-MODEL-INDEX > WS-MODEL-COUNT
               OR WS-MODEL-MATCH > 0.

           IF WS-MODEL-MATCH > 0
               MOVE WS-MDL-SVC-MOVES(WS-MODEL-MATCH) TO WS-LIMIT-MOVES
               MOVE WS-MDL-SVC-TURNS(WS-MODEL-MATCH) TO WS-LIMIT-TURNS
           END-IF.

       SCAN-MODEL-ENTRY.

           IF WS-MDL-CODE(WS-MODEL-INDEX) = MASTER-MODEL-CODE
               MOVE WS-MODEL-INDEX TO WS-MODEL-MATCH
           END-IF.

       COMPUTE-WEAR-PERCENT.

           MOVE 0 TO WS-MOVE-PERCENT.
           MOVE 0 TO WS-TURN-PERCENT.

           IF WS-LIMIT-MOVES > 0
               COMPUTE WS-MOVE-PERCENT =
                   (WEAR-SVC-MOVES * 100) / WS-LIMIT-MOVES
                   ON SIZE ERROR MOVE 99999 TO WS-MOVE-PERCENT
               END-COMPUTE
           END-IF.

           IF WS-LIMIT-TURNS > 0
               COMPUTE WS-TURN-PERCENT =
                   (WEAR-SVC-TURNS * 100) / WS-LIMIT-TURNS
                   ON SIZE ERROR MOVE 99999 TO WS-TURN-PERCENT
               END-COMPUTE
           END-IF.

           IF WS-MOVE-PERCENT > WS-TURN-PERCENT
               MOVE WS-MOVE-PERCENT TO WS-WEAR-PERCENT
           ELSE
               MOVE WS-TURN-PERCENT TO WS-WEAR-PERCENT
           END-IF.

       PRINT-DUE-ROVER.

           MOVE MASTER-ROVER-ID TO WS-DL-ID.
           MOVE MASTER-SITE-ID TO WS-DL-SITE.
           MOVE MASTER-MODEL-CODE TO WS-DL-MODEL.
           MOVE WEAR-SVC-MOVES TO WS-DL-SVC-MOVES.
           MOVE WS-LIMIT-MOVES TO WS-DL-LIMIT-MOVES.
           MOVE WEAR-SVC-TURNS TO WS-DL-SVC-TURNS.
           MOVE WS-LIMIT-TURNS TO WS-DL-LIMIT-TURNS.
           MOVE WS-WEAR-PERCENT TO WS-DL-PERCENT.
           MOVE WEAR-LAST-SVC-DATE TO WS-DL-LAST-SVC.

           IF WS-WEAR-PERCENT NOT < 100
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'OVERDUE' TO WS-DL-FLAG
           ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE 'DUE' TO WS-DL-FLAG
           END-IF.

           DISPLAY '  ' WS-DETAIL-LINE.

       END PROGRAM ROVER-SVCDUE.
