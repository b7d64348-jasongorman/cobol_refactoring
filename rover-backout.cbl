       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-BACKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'BKOPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-CONTROL-IN-FILE ASSIGN TO 'RUNCTLIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-IN-STATUS.
           SELECT RUN-CONTROL-OUT-FILE ASSIGN TO 'RUNCTLOUT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESULT-FILE ASSIGN TO 'ROVEROUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SUSP-MASTER-FILE ASSIGN TO 'ROVRSUSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPM-KEY
               FILE STATUS IS WS-SUSPM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT WEAR-FILE ASSIGN TO 'ROVRWEAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WEAR-ROVER-ID
               FILE STATUS IS WS-WEAR-STATUS.
           SELECT COVERAGE-FILE ASSIGN TO 'ROVRCOVR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COV-KEY
               FILE STATUS IS WS-COVERAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD.
       01  BACKOUT-PARM-REC.
           02 PARM-RUN-NO          PIC 9(5).
           02 PARM-OPERATOR        PIC X(8).
       FD  RUN-CONTROL-IN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  RUN-CONTROL-OUT-FILE
           LABEL RECORD IS STANDARD.
       01  RUN-CONTROL-OUT-REC.
           02 RUN-CTL-OUT-RUN-NO   PIC 9(5).
           02 RUN-CTL-OUT-RUN-DATE PIC 9(8).
           02 RUN-CTL-OUT-STATUS   PIC X(1).
           02 RUN-CTL-OUT-BKO-DATE PIC 9(8).
       FD  RESULT-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-result.cpy'.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD.
       COPY 'audit-record.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       FD  SUSP-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'suspense-master.cpy'.
       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD.
       COPY 'audit-history.cpy'.
       FD  WEAR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-wear.cpy'.
       FD  COVERAGE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'coverage-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(2).
           88 PARM-FILE-FOUND             VALUE '00'.
       01  WS-CTL-IN-STATUS        PIC X(2).
           88 CTL-IN-FILE-FOUND           VALUE '00'.
       01  WS-RESULT-STATUS        PIC X(2).
           88 RESULT-FILE-FOUND           VALUE '00'.
       01  WS-AUDIT-STATUS         PIC X(2).
           88 AUDIT-FILE-FOUND            VALUE '00'.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-IO-OK               VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-IO-OK                 VALUE '00'.
           88 MASTER-RECORD-FOUND          VALUE '00'.
           88 MASTER-RECORD-NOT-FOUND      VALUE '23'.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-IO-OK               VALUE '00'.
           88 JOURNAL-DUPLICATE           VALUE '22'.
       01  WS-SUSPM-STATUS         PIC X(2).
           88 SUSPM-IO-OK                 VALUE '00'.
       01  WS-HISTORY-STATUS       PIC X(2).
           88 HISTORY-IO-OK               VALUE '00'.
       01  WS-WEAR-STATUS          PIC X(2).
           88 WEAR-IO-OK                  VALUE '00'.
           88 WEAR-RECORD-NOT-FOUND       VALUE '23'.
       01  WS-COVERAGE-STATUS      PIC X(2).
           88 COVERAGE-IO-OK              VALUE '00'.
       01  WS-RESULT-EOF           PIC X(1).
           88 END-OF-RESULT-FILE          VALUE 'Y'.
       01  WS-AUDIT-EOF            PIC X(1).
           88 END-OF-AUDIT-FILE           VALUE 'Y'.
       01  WS-JOURNAL-EOF          PIC X(1).
           88 END-OF-JOURNAL-FILE         VALUE 'Y'.
       01  WS-SUSPM-EOF            PIC X(1).
           88 END-OF-SUSPM-FILE           VALUE 'Y'.
       01  WS-HISTORY-EOF          PIC X(1).
           88 END-OF-HISTORY-FILE         VALUE 'Y'.
       01  WS-COVERAGE-EOF         PIC X(1).
           88 END-OF-COVERAGE-FILE        VALUE 'Y'.
       01  WS-BACKOUT-RUN-NO       PIC 9(5).
       01  WS-BACKOUT-RUN-DATE     PIC 9(8).
       01  WS-OPERATOR             PIC X(8).
       01  WS-TODAY                PIC 9(8).
       01  WS-RESULT-DETAILS       PIC 9(7) VALUE 0.
       01  WS-WRONG-RUN-COUNT      PIC 9(7) VALUE 0.
       01  WS-AUDIT-DETAILS        PIC 9(9) VALUE 0.
       01  WS-AUDIT-WRONG-RUN      PIC 9(7) VALUE 0.
       01  WS-WEAR-TABLE.
           02 WS-WEAR-COUNT        PIC 9(3) VALUE 0.
           02 WS-WEAR-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-WEAR-COUNT.
               03 WS-WT-ROVER-ID   PIC X(6).
               03 WS-WT-MOVES      PIC 9(7).
               03 WS-WT-TURNS      PIC 9(7).
       01  WS-WEAR-INDEX           PIC 9(3).
       01  WS-WEAR-MATCH           PIC 9(3).
       01  WS-RESTORE-TABLE.
           02 WS-RESTORE-COUNT     PIC 9(3) VALUE 0.
           02 WS-RESTORE-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-RESTORE-COUNT.
               03 WS-RS-ROVER-ID   PIC X(6).
               03 WS-RS-BEFORE     PIC X(122).
               03 WS-RS-LAST-AFTER PIC X(122).
       01  WS-RESTORE-INDEX        PIC 9(3).
       01  WS-RESTORE-MATCH        PIC 9(3).
       01  WS-JOURNAL-STORED       PIC X(1).
       01  WS-JOURNAL-BEFORE       PIC X(122).
       01  WS-JOURNAL-DATE         PIC 9(8).
       01  WS-JOURNAL-TIME         PIC 9(8).
       01  WS-MASTER-ON-FILE       PIC X(1).
       01  WS-RESTORED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REMOVED-COUNT        PIC 9(5) VALUE 0.
       01  WS-READDED-COUNT        PIC 9(5) VALUE 0.
       01  WS-OVERLAID-COUNT       PIC 9(5) VALUE 0.
       01  WS-REQUEUED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ALREADY-QUEUED-COUNT PIC 9(5) VALUE 0.
       01  WS-NOT-REQUEUED-COUNT   PIC 9(5) VALUE 0.
       01  WS-MISSION-MISSING-COUNT PIC 9(5) VALUE 0.
       01  WS-SUSP-REMOVED-COUNT   PIC 9(5) VALUE 0.
       01  WS-HIST-REMOVED-COUNT   PIC 9(9) VALUE 0.
       01  WS-WEAR-REVERSED-COUNT  PIC 9(5) VALUE 0.
       01  WS-WEAR-NOT-POSTED-COUNT PIC 9(5) VALUE 0.
       01  WS-COV-REMOVED-COUNT    PIC 9(7) VALUE 0.
       01  WS-COV-KEPT-COUNT       PIC 9(7) VALUE 0.
       01  WS-IMAGE.
           02 WS-IM-ROVER-ID       PIC X(6).
           02 WS-IM-SITE-ID        PIC X(3).
           02 WS-IM-X-COORD        PIC 9(2).
           02 WS-IM-Y-COORD        PIC 9(2).
           02 WS-IM-FACING         PIC X(1).
           02 WS-IM-PENDING-FLAG   PIC X(1).
           02 WS-IM-PENDING-INSTR  PIC X(100).
           02 WS-IM-ENERGY-LEVEL   PIC 9(5).
           02 WS-IM-MODEL-CODE     PIC X(2).
       01  WS-IMAGE-TEXT.
           02 WS-IT-SITE           PIC X(3).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-IT-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-IT-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-IT-FACING         PIC X(1).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-IT-ENERGY         PIC ZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-IT-PENDING        PIC X(1).
       01  WS-IMAGE-DISPLAY        PIC X(19).
       01  WS-MASTER-LINE.
           02 WS-ML-ID             PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-ML-ACTION         PIC X(9).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-ML-FROM           PIC X(19).
           02 FILLER               PIC X(4)  VALUE ' -> '.
           02 WS-ML-TO             PIC X(19).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-ML-NOTE           PIC X(24).
       01  WS-MISSION-LINE.
           02 WS-MN-ID             PIC X(6).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-MN-SEQ            PIC 9(5).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-MN-OLD-STATUS     PIC X(1).
           02 FILLER               PIC X(4)  VALUE ' -> '.
           02 WS-MN-NEW-STATUS     PIC X(1).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-MN-NOTE           PIC X(30).
       01  WS-SUSP-LINE.
           02 WS-SL-ID             PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-SITE           PIC X(3).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-SL-SEQ            PIC 9(5).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-SL-HALT           PIC 9(1).
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 WS-SL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-SL-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-SL-F              PIC X(1).
       01  WS-HIST-LINE.
           02 WS-HL-ID             PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-HL-SEQ            PIC 9(5).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-HL-INSTR          PIC X(1).
           02 FILLER               PIC X(6)  VALUE SPACES.
           02 WS-HL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-HL-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-HL-F              PIC X(1).
       01  WS-WEAR-LINE.
           02 WS-WL-ID             PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-MOVES          PIC ZZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-TURNS          PIC ZZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-NOTE           PIC X(24).
       01  WS-COV-LINE.
           02 WS-CL-SITE           PIC X(3).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-CL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-CL-Y              PIC 9(2).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-CL-FIRST-ID       PIC X(6).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-CL-NOTE           PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-BACKOUT-PARM.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CHECK-RUN-RESULTS.
           PERFORM CHECK-RUN-AUDIT.
           PERFORM OPEN-FLEET-FILES.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY '  FLEET RUN BACKOUT CONTROL REPORT'.
           DISPLAY '  RUN NUMBER:   ' WS-BACKOUT-RUN-NO.
           DISPLAY '  RUN DATE:     ' WS-BACKOUT-RUN-DATE.
           DISPLAY '  BACKED OUT BY ' WS-OPERATOR ' ON ' WS-TODAY.

           PERFORM COLLECT-RUN-JOURNAL.
           PERFORM RESTORE-ROVER-MASTERS.
           PERFORM REQUEUE-RUN-MISSIONS.
           PERFORM REMOVE-RUN-SUSPENSE.
           PERFORM REVERSE-RUN-WEAR.
           PERFORM REMOVE-RUN-COVERAGE.
           PERFORM REMOVE-RUN-HISTORY.
           PERFORM MARK-RUN-BACKED-OUT.

           CLOSE MISSION-FILE, ROVER-MASTER-FILE, JOURNAL-FILE,
               SUSP-MASTER-FILE, HISTORY-FILE, WEAR-FILE,
               COVERAGE-FILE.

           DISPLAY ' '.
           DISPLAY '  --------------------------------------------'.
           DISPLAY '  RUN ' WS-BACKOUT-RUN-NO ' MARKED BACKED OUT ON '
               'THE RUN-CONTROL GDG'.
           DISPLAY '  MASTERS RESTORED:       ' WS-RESTORED-COUNT.
           DISPLAY '  MASTERS REMOVED:        ' WS-REMOVED-COUNT.
           DISPLAY '  MASTERS RE-ADDED:       ' WS-READDED-COUNT.
           DISPLAY '    LATER UPDATES LOST:   ' WS-OVERLAID-COUNT.
           DISPLAY '  MISSIONS REQUEUED:      ' WS-REQUEUED-COUNT.
           DISPLAY '  MISSIONS ALREADY QUEUED:' WS-ALREADY-QUEUED-COUNT.
           DISPLAY '  MISSIONS NOT REQUEUED:  ' WS-NOT-REQUEUED-COUNT.
           DISPLAY '  MISSIONS NOT ON MSNQ:   '
               WS-MISSION-MISSING-COUNT.
           DISPLAY '  SUSPENSE ENTRIES REMOVED:' WS-SUSP-REMOVED-COUNT.
           DISPLAY '  AUDIT HISTORY ROWS REMOVED:'
               WS-HIST-REMOVED-COUNT.
           DISPLAY '  WEAR RECORDS REVERSED:  ' WS-WEAR-REVERSED-COUNT.
           DISPLAY '  WEAR NOT POSTED FOR RUN:'
               WS-WEAR-NOT-POSTED-COUNT.
           DISPLAY '  COVERAGE CELLS REMOVED: ' WS-COV-REMOVED-COUNT.
           DISPLAY '  COVERAGE CELLS KEPT:    ' WS-COV-KEPT-COUNT.

           IF WS-OVERLAID-COUNT > 0 OR WS-NOT-REQUEUED-COUNT > 0
                   OR WS-MISSION-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-BACKOUT-PARM.

           OPEN INPUT PARM-FILE.

           IF NOT PARM-FILE-FOUND
               DISPLAY 'ROVER-BACKOUT: BKOPARM DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PARM-FILE
               AT END
                   DISPLAY 'ROVER-BACKOUT: BKOPARM DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE PARM-FILE.

           IF PARM-RUN-NO IS NOT NUMERIC OR PARM-RUN-NO = 0
               DISPLAY 'ROVER-BACKOUT: RUN NUMBER ON BKOPARM IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PARM-OPERATOR = SPACES
               DISPLAY 'ROVER-BACKOUT: OPERATOR ID ON BKOPARM IS '
                   'REQUIRED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PARM-RUN-NO TO WS-BACKOUT-RUN-NO.
           MOVE PARM-OPERATOR TO WS-OPERATOR.

       CHECK-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-IN-FILE.

           IF NOT CTL-IN-FILE-FOUND
               DISPLAY 'ROVER-BACKOUT: RUNCTLIN DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RUN-CONTROL-IN-FILE
               AT END
                   DISPLAY 'ROVER-BACKOUT: RUNCTLIN DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE RUN-CONTROL-IN-FILE.

           IF RUN-CTL-RUN-NO NOT = WS-BACKOUT-RUN-NO
               DISPLAY 'ROVER-BACKOUT: RUN ' WS-BACKOUT-RUN-NO
                   ' IS NOT THE MOST RECENT RUN - LATEST IS '
                   RUN-CTL-RUN-NO ' - BACKOUT REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RUN-CTL-BACKED-OUT
               DISPLAY 'ROVER-BACKOUT: RUN ' WS-BACKOUT-RUN-NO
                   ' WAS ALREADY BACKED OUT ON ' RUN-CTL-BACKOUT-DATE
                   ' - BACKOUT REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-CTL-RUN-DATE TO WS-BACKOUT-RUN-DATE.

       CHECK-RUN-RESULTS.

           OPEN INPUT RESULT-FILE.

           IF NOT RESULT-FILE-FOUND
               DISPLAY 'ROVER-BACKOUT: ROVEROUT DATASET NOT AVAILABLE '
                   '- STATUS ' WS-RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-RESULT-EOF.

           PERFORM READ-RESULT-RECORD.
           PERFORM CHECK-ONE-RESULT UNTIL END-OF-RESULT-FILE.

           CLOSE RESULT-FILE.

           IF WS-WRONG-RUN-COUNT > 0
               DISPLAY 'ROVER-BACKOUT: ROVEROUT HAS ' WS-WRONG-RUN-COUNT
                   ' RECORDS NOT FROM RUN ' WS-BACKOUT-RUN-NO
                   ' - SUPPLY THAT RUN''S RESULTS - BACKOUT REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RESULT-RECORD.

           READ RESULT-FILE
               AT END SET END-OF-RESULT-FILE TO TRUE
           END-READ.

       CHECK-ONE-RESULT.

           IF RESULT-RUN-NO NOT = WS-BACKOUT-RUN-NO
               ADD 1 TO WS-WRONG-RUN-COUNT
           END-IF.

           IF RESULT-DETAIL-REC
               ADD 1 TO WS-RESULT-DETAILS
           END-IF.

           PERFORM READ-RESULT-RECORD.

       CHECK-RUN-AUDIT.

           OPEN INPUT AUDIT-FILE.

           IF NOT AUDIT-FILE-FOUND
               DISPLAY 'ROVER-BACKOUT: AUDITIN DATASET NOT AVAILABLE '
                   '- STATUS ' WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-AUDIT-EOF.

           PERFORM READ-AUDIT-RECORD.
           PERFORM TALLY-ONE-AUDIT UNTIL END-OF-AUDIT-FILE.

           CLOSE AUDIT-FILE.

           IF WS-AUDIT-WRONG-RUN > 0
               DISPLAY 'ROVER-BACKOUT: AUDITIN HAS ' WS-AUDIT-WRONG-RUN
                   ' RECORDS NOT FROM RUN ' WS-BACKOUT-RUN-NO
                   ' - SUPPLY THAT RUN''S AUDIT - BACKOUT REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-AUDIT-RECORD.

           READ AUDIT-FILE
               AT END SET END-OF-AUDIT-FILE TO TRUE
           END-READ.

       TALLY-ONE-AUDIT.

           IF AUDIT-RUN-NO NOT = WS-BACKOUT-RUN-NO
               ADD 1 TO WS-AUDIT-WRONG-RUN
           END-IF.

           IF AUDIT-DETAIL-REC
               ADD 1 TO WS-AUDIT-DETAILS
               PERFORM FIND-WEAR-ENTRY
               EVALUATE AUDIT-INSTR-CODE
                   WHEN 'F'
                   WHEN 'B'
                       ADD 1 TO WS-WT-MOVES(WS-WEAR-MATCH)
                   WHEN 'L'
                   WHEN 'R'
                       ADD 1 TO WS-WT-TURNS(WS-WEAR-MATCH)
               END-EVALUATE
           END-IF.

           PERFORM READ-AUDIT-RECORD.

       FIND-WEAR-ENTRY.

           MOVE 0 TO WS-WEAR-MATCH.

           PERFORM SCAN-WEAR-ENTRY
               VARYING WS-WEAR-INDEX FROM WS-WEAR-COUNT BY -1
               UNTIL WS-WEAR-INDEX < 1
               OR WS-WEAR-MATCH > 0.

           IF WS-WEAR-MATCH = 0
               IF WS-WEAR-COUNT = 999
                   DISPLAY 'ROVER-BACKOUT: WEAR-TABLE FULL AT 999 '
                       'ROVERS - AUDITIN HAS MORE ROVERS THAN THIS '
                       'PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-WEAR-COUNT
               MOVE WS-WEAR-COUNT TO WS-WEAR-MATCH
               MOVE AUDIT-ROVER-ID TO WS-WT-ROVER-ID(WS-WEAR-MATCH)
               MOVE 0 TO WS-WT-MOVES(WS-WEAR-MATCH)
               MOVE 0 TO WS-WT-TURNS(WS-WEAR-MATCH)
           END-IF.

       SCAN-WEAR-ENTRY.

           IF WS-WT-ROVER-ID(WS-WEAR-INDEX) = AUDIT-ROVER-ID
               MOVE WS-WEAR-INDEX TO WS-WEAR-MATCH
           END-IF.

       OPEN-FLEET-FILES.

           OPEN I-O MISSION-FILE.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-BACKOUT: MSNQ DATASET NOT AVAILABLE - '
                   'STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ROVER-MASTER-FILE.

           IF NOT MASTER-IO-OK
               DISPLAY 'ROVER-BACKOUT: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JOURNAL-FILE.

           IF NOT JOURNAL-IO-OK
               DISPLAY 'ROVER-BACKOUT: ROVRJRNL DATASET NOT '
                   'AVAILABLE - STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SUSP-MASTER-FILE.

           IF NOT SUSPM-IO-OK
               DISPLAY 'ROVER-BACKOUT: ROVRSUSP DATASET NOT '
                   'AVAILABLE - STATUS ' WS-SUSPM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O HISTORY-FILE.

           IF NOT HISTORY-IO-OK
               DISPLAY 'ROVER-BACKOUT: AUDHIST DATASET NOT '
                   'AVAILABLE - STATUS ' WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O WEAR-FILE.

           IF NOT WEAR-IO-OK
               DISPLAY 'ROVER-BACKOUT: ROVRWEAR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-WEAR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O COVERAGE-FILE.

           IF NOT COVERAGE-IO-OK
               DISPLAY 'ROVER-BACKOUT: ROVRCOVR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-COVERAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       COLLECT-RUN-JOURNAL.

           MOVE 'N' TO WS-JOURNAL-EOF.
           MOVE LOW-VALUES TO JRNL-KEY.

           START JOURNAL-FILE KEY NOT < JRNL-KEY
               INVALID KEY SET END-OF-JOURNAL-FILE TO TRUE
           END-START.

           IF NOT END-OF-JOURNAL-FILE
               PERFORM READ-NEXT-JOURNAL
               PERFORM COLLECT-ONE-JOURNAL UNTIL END-OF-JOURNAL-FILE
           END-IF.

       READ-NEXT-JOURNAL.

           READ JOURNAL-FILE NEXT RECORD
               AT END SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.

       COLLECT-ONE-JOURNAL.

           IF JRNL-RUN-NO = WS-BACKOUT-RUN-NO
                   AND (JRNL-PROGRAM = 'ROVRMSEL'
                   OR JRNL-PROGRAM = 'ROVBATCH')
               PERFORM FIND-RESTORE-ENTRY
               MOVE JRNL-AFTER TO WS-RS-LAST-AFTER(WS-RESTORE-MATCH)
           END-IF.

           PERFORM READ-NEXT-JOURNAL.

       FIND-RESTORE-ENTRY.

           MOVE 0 TO WS-RESTORE-MATCH.

           PERFORM SCAN-RESTORE-ENTRY
               VARYING WS-RESTORE-INDEX FROM WS-RESTORE-COUNT BY -1
               UNTIL WS-RESTORE-INDEX < 1
               OR WS-RESTORE-MATCH > 0.

           IF WS-RESTORE-MATCH = 0
               IF WS-RESTORE-COUNT = 999
                   DISPLAY 'ROVER-BACKOUT: RESTORE-TABLE FULL AT 999 '
                       'ROVERS - THE RUN UPDATED MORE ROVERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-RESTORE-COUNT
               MOVE WS-RESTORE-COUNT TO WS-RESTORE-MATCH
               MOVE JRNL-ROVER-ID TO WS-RS-ROVER-ID(WS-RESTORE-MATCH)
               MOVE JRNL-BEFORE TO WS-RS-BEFORE(WS-RESTORE-MATCH)
           END-IF.

       SCAN-RESTORE-ENTRY.

           IF WS-RS-ROVER-ID(WS-RESTORE-INDEX) = JRNL-ROVER-ID
               MOVE WS-RESTORE-INDEX TO WS-RESTORE-MATCH
           END-IF.

       RESTORE-ROVER-MASTERS.

           DISPLAY ' '.
           DISPLAY '  ROVER MASTERS RESTORED TO THEIR PRE-RUN VALUES'.
           DISPLAY '  ROVER-ID  ACTION     FROM (RUN RESULT)      '
               'TO (PRE-RUN)'.
           DISPLAY '  --------  ---------  -------------------    '
               '-------------------'.

           PERFORM RESTORE-ONE-MASTER
               VARYING WS-RESTORE-INDEX FROM 1 BY 1
               UNTIL WS-RESTORE-INDEX > WS-RESTORE-COUNT.

       RESTORE-ONE-MASTER.

           MOVE 'N' TO WS-MASTER-ON-FILE.
           MOVE SPACES TO WS-JOURNAL-BEFORE.
           MOVE SPACES TO WS-ML-NOTE.
           MOVE WS-RS-ROVER-ID(WS-RESTORE-INDEX) TO MASTER-ROVER-ID.

           READ ROVER-MASTER-FILE.

           EVALUATE TRUE
               WHEN MASTER-RECORD-FOUND
                   MOVE 'Y' TO WS-MASTER-ON-FILE
                   MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE
               WHEN MASTER-RECORD-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ROVER-BACKOUT: READ FAILED ON ROVRMSTR FOR '
                       MASTER-ROVER-ID ' - STATUS ' WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-JOURNAL-BEFORE NOT = WS-RS-LAST-AFTER(WS-RESTORE-INDEX)
               ADD 1 TO WS-OVERLAID-COUNT
               MOVE '* CHANGED SINCE THE RUN' TO WS-ML-NOTE
           END-IF.

           MOVE WS-JOURNAL-BEFORE TO WS-IMAGE.
           PERFORM FORMAT-IMAGE-TEXT.
           MOVE WS-IMAGE-DISPLAY TO WS-ML-FROM.
           MOVE WS-RS-BEFORE(WS-RESTORE-INDEX) TO WS-IMAGE.
           PERFORM FORMAT-IMAGE-TEXT.
           MOVE WS-IMAGE-DISPLAY TO WS-ML-TO.

           EVALUATE TRUE
               WHEN WS-RS-BEFORE(WS-RESTORE-INDEX) = SPACES
                   PERFORM REMOVE-ADDED-MASTER
               WHEN WS-MASTER-ON-FILE = 'Y'
                   PERFORM REWRITE-PRE-RUN-MASTER
               WHEN OTHER
                   PERFORM READD-PRE-RUN-MASTER
           END-EVALUATE.

           MOVE WS-RS-ROVER-ID(WS-RESTORE-INDEX) TO WS-ML-ID.

           DISPLAY '  ' WS-MASTER-LINE.

       REMOVE-ADDED-MASTER.

           MOVE 'REMOVED' TO WS-ML-ACTION.

           IF WS-MASTER-ON-FILE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           DELETE ROVER-MASTER-FILE.

           IF NOT MASTER-IO-OK
               DISPLAY 'ROVER-BACKOUT: DELETE FAILED ON ROVRMSTR FOR '
                   MASTER-ROVER-ID ' - STATUS ' WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-REMOVED-COUNT.

           MOVE SPACES TO ROVER-MASTER-REC.
           SET JRNL-DELETED TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       REWRITE-PRE-RUN-MASTER.

           MOVE 'RESTORED' TO WS-ML-ACTION.
           MOVE WS-RS-BEFORE(WS-RESTORE-INDEX) TO ROVER-MASTER-REC.

           REWRITE ROVER-MASTER-REC.

           IF NOT MASTER-IO-OK
               DISPLAY 'ROVER-BACKOUT: REWRITE FAILED ON ROVRMSTR FOR '
                   MASTER-ROVER-ID ' - STATUS ' WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-RESTORED-COUNT.

           SET JRNL-CHANGED TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       READD-PRE-RUN-MASTER.

           MOVE 'RE-ADDED' TO WS-ML-ACTION.
           MOVE WS-RS-BEFORE(WS-RESTORE-INDEX) TO ROVER-MASTER-REC.

           WRITE ROVER-MASTER-REC.

           IF NOT MASTER-IO-OK
               DISPLAY 'ROVER-BACKOUT: WRITE FAILED ON ROVRMSTR FOR '
                   MASTER-ROVER-ID ' - STATUS ' WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-READDED-COUNT.

           SET JRNL-ADDED TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       FORMAT-IMAGE-TEXT.

           IF WS-IMAGE = SPACES
               MOVE '(NOT ON MASTER)' TO WS-IMAGE-DISPLAY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IM-SITE-ID TO WS-IT-SITE.
           MOVE WS-IM-X-COORD TO WS-IT-X.
           MOVE WS-IM-Y-COORD TO WS-IT-Y.
           MOVE WS-IM-FACING TO WS-IT-FACING.
           MOVE WS-IM-ENERGY-LEVEL TO WS-IT-ENERGY.
           MOVE WS-IM-PENDING-FLAG TO WS-IT-PENDING.
           MOVE WS-IMAGE-TEXT TO WS-IMAGE-DISPLAY.

       WRITE-JOURNAL-RECORD.

           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOURNAL-TIME FROM TIME.

           MOVE WS-RS-ROVER-ID(WS-RESTORE-INDEX) TO JRNL-ROVER-ID.
           MOVE WS-JOURNAL-DATE TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME TO JRNL-TIME.
           MOVE 'ROVRBKOT' TO JRNL-PROGRAM.
           MOVE WS-BACKOUT-RUN-NO TO JRNL-RUN-NO.
           MOVE WS-OPERATOR TO JRNL-OPERATOR.
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
                   DISPLAY 'ROVER-BACKOUT: WRITE FAILED ON ROVRJRNL '
                       'FOR KEY ' JRNL-KEY ' - STATUS '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REQUEUE-RUN-MISSIONS.

           DISPLAY ' '.
           DISPLAY '  MISSIONS RETURNED TO THE QUEUE'.
           DISPLAY '  MISSION         STATUS'.
           DISPLAY '  ------------   ------'.

           OPEN INPUT RESULT-FILE.

           MOVE 'N' TO WS-RESULT-EOF.

           PERFORM READ-RESULT-RECORD.
           PERFORM REQUEUE-ONE-RESULT UNTIL END-OF-RESULT-FILE.

           CLOSE RESULT-FILE.

       REQUEUE-ONE-RESULT.

           IF RESULT-DETAIL-REC AND RESULT-MISSION-SEQ > 0
               PERFORM REQUEUE-RUN-MISSION
           END-IF.

           PERFORM READ-RESULT-RECORD.

       REQUEUE-RUN-MISSION.

           MOVE RESULT-ROVER-ID TO MISSION-ROVER-ID.
           MOVE RESULT-MISSION-SEQ TO MISSION-SEQ-NO.
           MOVE RESULT-ROVER-ID TO WS-MN-ID.
           MOVE RESULT-MISSION-SEQ TO WS-MN-SEQ.
           MOVE SPACES TO WS-MN-OLD-STATUS.
           MOVE SPACES TO WS-MN-NEW-STATUS.
           MOVE SPACES TO WS-MN-NOTE.

           READ MISSION-FILE.

           IF NOT MISSION-IO-OK
               ADD 1 TO WS-MISSION-MISSING-COUNT
               MOVE '* NOT ON MSNQ' TO WS-MN-NOTE
               DISPLAY '  ' WS-MISSION-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-STATUS TO WS-MN-OLD-STATUS.

           EVALUATE TRUE
               WHEN MISSION-RELEASED OR MISSION-COMPLETED
                       OR MISSION-FAILED
                   SET MISSION-QUEUED TO TRUE
                   MOVE 0 TO MISSION-RESULT-STATUS
                   PERFORM REWRITE-MISSION
                   ADD 1 TO WS-REQUEUED-COUNT
               WHEN MISSION-QUEUED
                   ADD 1 TO WS-ALREADY-QUEUED-COUNT
                   MOVE 'ALREADY QUEUED' TO WS-MN-NOTE
               WHEN OTHER
                   ADD 1 TO WS-NOT-REQUEUED-COUNT
                   MOVE '* CHANGED SINCE - NOT REQUEUED' TO WS-MN-NOTE
           END-EVALUATE.

           MOVE MISSION-STATUS TO WS-MN-NEW-STATUS.

           DISPLAY '  ' WS-MISSION-LINE.

       REWRITE-MISSION.

           REWRITE MISSION-REC.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-BACKOUT: REWRITE FAILED FOR KEY '
                   MISSION-KEY ' - STATUS ' WS-MISSION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REMOVE-RUN-SUSPENSE.

           DISPLAY ' '.
           DISPLAY '  SUSPENSE ENTRIES REMOVED'.
           DISPLAY '  ROVER-ID  SITE  MSN-SEQ  HALT  HALTED AT'.
           DISPLAY '  --------  ----  -------  ----  ---------'.

           MOVE 'N' TO WS-SUSPM-EOF.
           MOVE LOW-VALUES TO SUSPM-KEY.

           START SUSP-MASTER-FILE KEY NOT < SUSPM-KEY
               INVALID KEY SET END-OF-SUSPM-FILE TO TRUE
           END-START.

           IF NOT END-OF-SUSPM-FILE
               PERFORM READ-NEXT-SUSPENSE
               PERFORM CHECK-ONE-SUSPENSE UNTIL END-OF-SUSPM-FILE
           END-IF.

       READ-NEXT-SUSPENSE.

           READ SUSP-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SUSPM-FILE TO TRUE
           END-READ.

       CHECK-ONE-SUSPENSE.

           IF SUSPM-RUN-NO = WS-BACKOUT-RUN-NO
               PERFORM DELETE-RUN-SUSPENSE
           END-IF.

           PERFORM READ-NEXT-SUSPENSE.

       DELETE-RUN-SUSPENSE.

           DELETE SUSP-MASTER-FILE.

           IF NOT SUSPM-IO-OK
               DISPLAY 'ROVER-BACKOUT: DELETE FAILED ON ROVRSUSP FOR '
                   'KEY ' SUSPM-KEY ' - STATUS ' WS-SUSPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-SUSP-REMOVED-COUNT.

           MOVE SUSPM-ROVER-ID TO WS-SL-ID.
           MOVE SUSPM-SITE-ID TO WS-SL-SITE.
           MOVE SUSPM-MISSION-SEQ TO WS-SL-SEQ.
           MOVE SUSPM-HALT-STATUS TO WS-SL-HALT.
           MOVE SUSPM-HALT-X TO WS-SL-X.
           MOVE SUSPM-HALT-Y TO WS-SL-Y.
           MOVE SUSPM-HALT-FACING TO WS-SL-F.

           DISPLAY '  ' WS-SUSP-LINE.

       REVERSE-RUN-WEAR.

           DISPLAY ' '.
           DISPLAY '  ROVER WEAR COUNTERS REVERSED'.
           DISPLAY '  ROVER-ID    MOVES    TURNS'.
           DISPLAY '  --------  -------  -------'.

           PERFORM REVERSE-ONE-WEAR
               VARYING WS-WEAR-INDEX FROM 1 BY 1
               UNTIL WS-WEAR-INDEX > WS-WEAR-COUNT.

       REVERSE-ONE-WEAR.

           MOVE WS-WT-ROVER-ID(WS-WEAR-INDEX) TO WEAR-ROVER-ID.
           MOVE WS-WT-ROVER-ID(WS-WEAR-INDEX) TO WS-WL-ID.
           MOVE WS-WT-MOVES(WS-WEAR-INDEX) TO WS-WL-MOVES.
           MOVE WS-WT-TURNS(WS-WEAR-INDEX) TO WS-WL-TURNS.
           MOVE SPACES TO WS-WL-NOTE.

           READ WEAR-FILE.

           EVALUATE TRUE
               WHEN WEAR-IO-OK
                   CONTINUE
               WHEN WEAR-RECORD-NOT-FOUND
                   ADD 1 TO WS-WEAR-NOT-POSTED-COUNT
                   MOVE 'NO WEAR RECORD' TO WS-WL-NOTE
                   DISPLAY '  ' WS-WEAR-LINE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ROVER-BACKOUT: READ FAILED ON ROVRWEAR FOR '
                       WEAR-ROVER-ID ' - STATUS ' WS-WEAR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WEAR-LAST-RUN-NO NOT = WS-BACKOUT-RUN-NO
               ADD 1 TO WS-WEAR-NOT-POSTED-COUNT
               MOVE 'NOT POSTED FOR THE RUN' TO WS-WL-NOTE
               DISPLAY '  ' WS-WEAR-LINE
               EXIT PARAGRAPH
           END-IF.

           IF WEAR-LIFE-MOVES < WS-WT-MOVES(WS-WEAR-INDEX)
               MOVE 0 TO WEAR-LIFE-MOVES
           ELSE
               SUBTRACT WS-WT-MOVES(WS-WEAR-INDEX) FROM WEAR-LIFE-MOVES
           END-IF.

           IF WEAR-LIFE-TURNS < WS-WT-TURNS(WS-WEAR-INDEX)
               MOVE 0 TO WEAR-LIFE-TURNS
           ELSE
               SUBTRACT WS-WT-TURNS(WS-WEAR-INDEX) FROM WEAR-LIFE-TURNS
           END-IF.

           IF WEAR-SVC-MOVES < WS-WT-MOVES(WS-WEAR-INDEX)
               MOVE 0 TO WEAR-SVC-MOVES
               MOVE '* SERVICED SINCE THE RUN' TO WS-WL-NOTE
           ELSE
               SUBTRACT WS-WT-MOVES(WS-WEAR-INDEX) FROM WEAR-SVC-MOVES
           END-IF.

           IF WEAR-SVC-TURNS < WS-WT-TURNS(WS-WEAR-INDEX)
               MOVE 0 TO WEAR-SVC-TURNS
               MOVE '* SERVICED SINCE THE RUN' TO WS-WL-NOTE
           ELSE
               SUBTRACT WS-WT-TURNS(WS-WEAR-INDEX) FROM WEAR-SVC-TURNS
           END-IF.

           COMPUTE WEAR-LAST-RUN-NO = WS-BACKOUT-RUN-NO - 1.
           MOVE 0 TO WEAR-LAST-RUN-DATE.

           REWRITE ROVER-WEAR-REC.

           IF NOT WEAR-IO-OK
               DISPLAY 'ROVER-BACKOUT: REWRITE FAILED ON ROVRWEAR FOR '
                   WEAR-ROVER-ID ' - STATUS ' WS-WEAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-WEAR-REVERSED-COUNT.

           DISPLAY '  ' WS-WEAR-LINE.

       REMOVE-RUN-COVERAGE.

           DISPLAY ' '.
           DISPLAY '  COVERAGE CELLS LAST VISITED BY THE RUN'.
           DISPLAY '  SITE  CELL   FIRST BY'.
           DISPLAY '  ----  -----  --------'.

           MOVE 'N' TO WS-COVERAGE-EOF.
           MOVE LOW-VALUES TO COV-KEY.

           START COVERAGE-FILE KEY NOT < COV-KEY
               INVALID KEY SET END-OF-COVERAGE-FILE TO TRUE
           END-START.

           IF NOT END-OF-COVERAGE-FILE
               PERFORM READ-NEXT-COVERAGE
               PERFORM CHECK-ONE-COVERAGE UNTIL END-OF-COVERAGE-FILE
           END-IF.

       READ-NEXT-COVERAGE.

           READ COVERAGE-FILE NEXT RECORD
               AT END SET END-OF-COVERAGE-FILE TO TRUE
           END-READ.

       CHECK-ONE-COVERAGE.

           IF COV-LAST-RUN-NO = WS-BACKOUT-RUN-NO
               MOVE COV-SITE-ID TO WS-CL-SITE
               MOVE COV-X TO WS-CL-X
               MOVE COV-Y TO WS-CL-Y
               MOVE COV-FIRST-ROVER-ID TO WS-CL-FIRST-ID
               IF COV-FIRST-DATE = WS-BACKOUT-RUN-DATE
                   PERFORM DELETE-RUN-COVERAGE
               ELSE
                   ADD 1 TO WS-COV-KEPT-COUNT
                   MOVE 'KEPT - VISITED BEFORE THE RUN' TO WS-CL-NOTE
               END-IF
               DISPLAY '  ' WS-COV-LINE
           END-IF.

           PERFORM READ-NEXT-COVERAGE.

       DELETE-RUN-COVERAGE.

           DELETE COVERAGE-FILE.

           IF NOT COVERAGE-IO-OK
               DISPLAY 'ROVER-BACKOUT: DELETE FAILED ON ROVRCOVR FOR '
                   'KEY ' COV-KEY ' - STATUS ' WS-COVERAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-COV-REMOVED-COUNT.
           MOVE 'REMOVED - FIRST VISITED' TO WS-CL-NOTE.

       REMOVE-RUN-HISTORY.

           DISPLAY ' '.
           DISPLAY '  AUDIT HISTORY ROWS REMOVED'.
           DISPLAY '  ROVER-ID  SEQ-NO  INSTR  POSITION'.
           DISPLAY '  --------  ------  -----  --------'.

           MOVE 'N' TO WS-HISTORY-EOF.
           MOVE LOW-VALUES TO HIST-KEY.

           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY SET END-OF-HISTORY-FILE TO TRUE
           END-START.

           IF NOT END-OF-HISTORY-FILE
               PERFORM READ-NEXT-HISTORY
               PERFORM CHECK-ONE-HISTORY UNTIL END-OF-HISTORY-FILE
           END-IF.

       READ-NEXT-HISTORY.

           READ HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       CHECK-ONE-HISTORY.

           IF HIST-RUN-NO = WS-BACKOUT-RUN-NO
               PERFORM DELETE-RUN-HISTORY
           END-IF.

           PERFORM READ-NEXT-HISTORY.

       DELETE-RUN-HISTORY.

           DELETE HISTORY-FILE.

           IF NOT HISTORY-IO-OK
               DISPLAY 'ROVER-BACKOUT: DELETE FAILED ON AUDHIST FOR '
                   'KEY ' HIST-KEY ' - STATUS ' WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-HIST-REMOVED-COUNT.

           MOVE HIST-ROVER-ID TO WS-HL-ID.
           MOVE HIST-SEQ-NO TO WS-HL-SEQ.
           MOVE HIST-INSTR-CODE TO WS-HL-INSTR.
           MOVE HIST-X-COORD TO WS-HL-X.
           MOVE HIST-Y-COORD TO WS-HL-Y.
           MOVE HIST-FACING-CODE TO WS-HL-F.

           DISPLAY '  ' WS-HIST-LINE.

       MARK-RUN-BACKED-OUT.

           OPEN OUTPUT RUN-CONTROL-OUT-FILE.

           MOVE WS-BACKOUT-RUN-NO TO RUN-CTL-OUT-RUN-NO.
           MOVE WS-BACKOUT-RUN-DATE TO RUN-CTL-OUT-RUN-DATE.
           MOVE 'B' TO RUN-CTL-OUT-STATUS.
           MOVE WS-TODAY TO RUN-CTL-OUT-BKO-DATE.

           WRITE RUN-CONTROL-OUT-REC.

           CLOSE RUN-CONTROL-OUT-FILE.

       END PROGRAM ROVER-BACKOUT.
