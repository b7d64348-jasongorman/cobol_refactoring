       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-COVBUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT COVERAGE-FILE ASSIGN TO 'ROVRCOVR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COV-KEY
               FILE STATUS IS WS-COVERAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD.
       COPY 'audit-history.cpy'.
       FD  COVERAGE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'coverage-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS        PIC X(2).
           88 RUNCTL-FILE-FOUND           VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK         VALUE '00'.
       01  WS-HISTORY-STATUS       PIC X(2).
           88 HISTORY-FILE-OPEN-OK        VALUE '00'.
       01  WS-COVERAGE-STATUS      PIC X(2).
           88 COVERAGE-IO-OK              VALUE '00'.
           88 COVERAGE-NOT-FOUND          VALUE '23'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-HISTORY-EOF          PIC X(1).
           88 END-OF-HISTORY-BROWSE       VALUE 'Y'.
       01  WS-RUN-NO               PIC 9(5).
       01  WS-ROVER-ROWS           PIC 9(5).
       01  WS-MASTER-COUNT         PIC 9(5) VALUE 0.
       01  WS-ROVERS-POSTED        PIC 9(5) VALUE 0.
       01  WS-ROWS-READ            PIC 9(9) VALUE 0.
       01  WS-NEW-CELL-COUNT       PIC 9(7) VALUE 0.
       01  WS-REVISIT-COUNT        PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-CONTROL.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-COVBUILD: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT HISTORY-FILE.

           IF NOT HISTORY-FILE-OPEN-OK
               DISPLAY 'ROVER-COVBUILD: AUDHIST DATASET NOT '
                   'AVAILABLE - STATUS ' WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O COVERAGE-FILE.

           IF NOT COVERAGE-IO-OK
               DISPLAY 'ROVER-COVBUILD: ROVRCOVR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-COVERAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-MASTER-EOF.

           PERFORM READ-NEXT-MASTER.
           PERFORM POST-ONE-ROVER UNTIL END-OF-MASTER-FILE.

           CLOSE ROVER-MASTER-FILE, HISTORY-FILE, COVERAGE-FILE.

           DISPLAY 'ROVER-COVBUILD: RUN NUMBER:            ' WS-RUN-NO.
           DISPLAY 'ROVER-COVBUILD: MASTER RECORDS READ:   '
               WS-MASTER-COUNT.
           DISPLAY 'ROVER-COVBUILD: ROVERS WITH HISTORY:   '
               WS-ROVERS-POSTED.
           DISPLAY 'ROVER-COVBUILD: HISTORY ROWS READ:     '
               WS-ROWS-READ.
           DISPLAY 'ROVER-COVBUILD: CELLS FIRST VISITED:   '
               WS-NEW-CELL-COUNT.
           DISPLAY 'ROVER-COVBUILD: CELLS REVISITED:       '
               WS-REVISIT-COUNT.

           STOP RUN.

       LOAD-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE.

           IF NOT RUNCTL-FILE-FOUND
               DISPLAY 'ROVER-COVBUILD: RUNCTL DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'ROVER-COVBUILD: RUNCTL DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-CTL-BACKED-OUT
               DISPLAY 'ROVER-COVBUILD: RUN ' RUN-CTL-RUN-NO
                   ' HAS BEEN BACKED OUT - COVERAGE NOT UPDATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-CTL-RUN-NO TO WS-RUN-NO.

           CLOSE RUN-CONTROL-FILE.

       READ-NEXT-MASTER.

           READ ROVER-MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       POST-ONE-ROVER.

           ADD 1 TO WS-MASTER-COUNT.

           MOVE 0 TO WS-ROVER-ROWS.
           MOVE 'N' TO WS-HISTORY-EOF.

           MOVE MASTER-ROVER-ID TO HIST-ROVER-ID.
           MOVE WS-RUN-NO TO HIST-RUN-NO.
           MOVE 0 TO HIST-SEQ-NO.

           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY SET END-OF-HISTORY-BROWSE TO TRUE
           END-START.

           IF NOT END-OF-HISTORY-BROWSE
               PERFORM READ-NEXT-HISTORY
               PERFORM POST-ONE-HISTORY-ROW
                   UNTIL END-OF-HISTORY-BROWSE
           END-IF.

           IF WS-ROVER-ROWS > 0
               ADD 1 TO WS-ROVERS-POSTED
           END-IF.

           PERFORM READ-NEXT-MASTER.

       READ-NEXT-HISTORY.

           READ HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY-BROWSE TO TRUE
           END-READ.

           IF NOT END-OF-HISTORY-BROWSE
               IF HIST-ROVER-ID NOT = MASTER-ROVER-ID
                       OR HIST-RUN-NO NOT = WS-RUN-NO
                   SET END-OF-HISTORY-BROWSE TO TRUE
               END-IF
           END-IF.

       POST-ONE-HISTORY-ROW.

           ADD 1 TO WS-ROWS-READ.
           ADD 1 TO WS-ROVER-ROWS.

           MOVE MASTER-SITE-ID TO COV-SITE-ID.
           MOVE HIST-X-COORD TO COV-X.
           MOVE HIST-Y-COORD TO COV-Y.

           READ COVERAGE-FILE.

           EVALUATE TRUE
               WHEN COVERAGE-NOT-FOUND
                   PERFORM ADD-COVERAGE-CELL
               WHEN COVERAGE-IO-OK
                   PERFORM UPDATE-COVERAGE-CELL
               WHEN OTHER
                   DISPLAY 'ROVER-COVBUILD: READ FAILED FOR KEY '
                       COV-KEY ' - STATUS ' WS-COVERAGE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM READ-NEXT-HISTORY.

       ADD-COVERAGE-CELL.

           MOVE HIST-RUN-DATE TO COV-FIRST-DATE.
           MOVE HIST-ROVER-ID TO COV-FIRST-ROVER-ID.
           MOVE HIST-RUN-DATE TO COV-LAST-DATE.
           MOVE HIST-ROVER-ID TO COV-LAST-ROVER-ID.
           MOVE HIST-RUN-NO TO COV-LAST-RUN-NO.

           WRITE COVERAGE-REC.

           IF NOT COVERAGE-IO-OK
               DISPLAY 'ROVER-COVBUILD: WRITE FAILED FOR KEY '
                   COV-KEY ' - STATUS ' WS-COVERAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NEW-CELL-COUNT.

       UPDATE-COVERAGE-CELL.

           IF HIST-RUN-DATE < COV-FIRST-DATE
               MOVE HIST-RUN-DATE TO COV-FIRST-DATE
               MOVE HIST-ROVER-ID TO COV-FIRST-ROVER-ID
           END-IF.

           IF HIST-RUN-DATE NOT < COV-LAST-DATE
               MOVE HIST-RUN-DATE TO COV-LAST-DATE
               MOVE HIST-ROVER-ID TO COV-LAST-ROVER-ID
               MOVE HIST-RUN-NO TO COV-LAST-RUN-NO
           END-IF.

           REWRITE COVERAGE-REC.

           IF NOT COVERAGE-IO-OK
               DISPLAY 'ROVER-COVBUILD: REWRITE FAILED FOR KEY '
                   COV-KEY ' - STATUS ' WS-COVERAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-REVISIT-COUNT.

       END PROGRAM ROVER-COVBUILD.
