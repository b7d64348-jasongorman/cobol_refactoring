       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-INTEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
           SELECT SUSP-MASTER-FILE ASSIGN TO 'ROVRSUSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSPM-KEY
               FILE STATUS IS WS-SUSPM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MISSION-CORR-FILE ASSIGN TO 'MSNCORR'
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-CORR-FILE ASSIGN TO 'RSTCORR'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       FD  SUSP-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'suspense-master.cpy'.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       FD  MISSION-CORR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-maint-transaction.cpy'.
       FD  ROSTER-CORR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'roster-transaction.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK         VALUE '00'.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-FILE-OPEN-OK        VALUE '00'.
       01  WS-SUSPM-STATUS         PIC X(2).
           88 SUSPM-FILE-OPEN-OK          VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-FILE-OPEN-OK        VALUE '00'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-MISSION-EOF          PIC X(1).
           88 END-OF-MISSION-FILE         VALUE 'Y'.
       01  WS-SUSPM-EOF            PIC X(1).
           88 END-OF-SUSPM-FILE           VALUE 'Y'.
       01  WS-JOURNAL-EOF          PIC X(1).
           88 END-OF-JOURNAL-BROWSE       VALUE 'Y'.
       01  WS-CORR-OPERATOR        PIC X(8) VALUE 'ROVRINTG'.
       01  WS-MASTER-TABLE.
           02 WS-MASTER-COUNT      PIC 9(3) VALUE 0.
           02 WS-MASTER-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-MASTER-COUNT.
               03 WS-MT-ID         PIC X(6).
               03 WS-MT-SITE       PIC X(3).
               03 WS-MT-PENDING    PIC X(1).
               03 WS-MT-RELEASED   PIC 9(3).
       01  WS-MASTER-INDEX         PIC 9(3).
       01  WS-MASTER-MATCH         PIC 9(3).
       01  WS-CHECKED-ID           PIC X(6) VALUE SPACES.
       01  WS-DECOMMISSIONED       PIC X(1) VALUE 'N'.
           88 ROVER-DECOMMISSIONED        VALUE 'Y'.
       01  WS-DECOM-DATE           PIC 9(8) VALUE 0.
       01  WS-LAST-ACTION          PIC X(1).
       01  WS-LAST-ACTION-DATE     PIC 9(8).
       01  WS-PROBLEM-TABLE.
           02 WS-PROBLEM-COUNT     PIC 9(4) VALUE 0.
           02 WS-PROBLEM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PROBLEM-COUNT.
               03 WS-PB-TYPE       PIC X(1).
               03 WS-PB-ID         PIC X(6).
               03 WS-PB-SEQ        PIC X(5).
               03 WS-PB-DETAIL     PIC X(24).
               03 WS-PB-ACTION     PIC X(20).
       01  WS-PROBLEM-INDEX        PIC 9(4).
       01  WS-PRINT-TYPE           PIC X(1).
       01  WS-GROUP-COUNT          PIC 9(5).
       01  WS-PROBLEM-ID           PIC X(6).
       01  WS-PROBLEM-SEQ          PIC X(5).
       01  WS-PROBLEM-DETAIL       PIC X(24).
       01  WS-PROBLEM-ACTION       PIC X(20).
       01  WS-DECOM-MISSION-TEXT.
           02 FILLER               PIC X(7)  VALUE 'STATUS '.
           02 WS-DM-STATUS         PIC X(1).
           02 FILLER               PIC X(7)  VALUE ' DECOM '.
           02 WS-DM-DATE           PIC 9(8).
       01  WS-DECOM-SUSP-TEXT.
           02 FILLER               PIC X(4)  VALUE 'RUN '.
           02 WS-DS-RUN-NO         PIC 9(5).
           02 FILLER               PIC X(7)  VALUE ' DECOM '.
           02 WS-DS-DATE           PIC 9(8).
       01  WS-SITE-TEXT.
           02 FILLER               PIC X(8)  VALUE 'MISSION '.
           02 WS-ST-MISSION-SITE   PIC X(3).
           02 FILLER               PIC X(8)  VALUE ' MASTER '.
           02 WS-ST-MASTER-SITE    PIC X(3).
       01  WS-MISSIONS-READ        PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-READ        PIC 9(5) VALUE 0.
       01  WS-STALE-PENDING-COUNT  PIC 9(5) VALUE 0.
       01  WS-UNPOSTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-UNRUN-COUNT          PIC 9(5) VALUE 0.
       01  WS-DECOM-MISSION-COUNT  PIC 9(5) VALUE 0.
       01  WS-DECOM-SUSP-COUNT     PIC 9(5) VALUE 0.
       01  WS-SITE-MISMATCH-COUNT  PIC 9(5) VALUE 0.
       01  WS-MISSION-CORR-COUNT   PIC 9(5) VALUE 0.
       01  WS-ROSTER-CORR-COUNT    PIC 9(5) VALUE 0.
       01  WS-PROBLEM-LINE.
           02 WS-PL-ID             PIC X(10).
           02 WS-PL-SEQ            PIC X(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-PL-DETAIL         PIC X(24).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-PL-ACTION         PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-MASTER-ROVERS.

           OPEN INPUT JOURNAL-FILE.

           IF NOT JOURNAL-FILE-OPEN-OK
               DISPLAY 'ROVER-INTEG: ROVRJRNL DATASET NOT AVAILABLE - '
                   'STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MISSION-CORR-FILE, ROSTER-CORR-FILE.

           PERFORM CHECK-MISSION-QUEUE.
           PERFORM CHECK-SUSPENSE-MASTER.

           PERFORM CHECK-PENDING-SLOT
               VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT.

           CLOSE JOURNAL-FILE, MISSION-CORR-FILE, ROSTER-CORR-FILE.

           DISPLAY '  FLEET FILE INTEGRITY CHECK - MSNQ, ROVRMSTR AND '
               'ROVRSUSP'.

           MOVE 'P' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  PENDING FLAG SET WITH NO RELEASED MISSION'.
           PERFORM PRINT-PROBLEM-GROUP.

           MOVE 'U' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  RELEASED MISSION FROM A RUN THAT NEVER POSTED'.
           PERFORM PRINT-PROBLEM-GROUP.

           MOVE 'W' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  RELEASED MISSION NOT YET RUN'.
           PERFORM PRINT-PROBLEM-GROUP.

           MOVE 'D' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  OPEN MISSION FOR A DECOMMISSIONED ROVER'.
           PERFORM PRINT-PROBLEM-GROUP.

           MOVE 'S' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  SUSPENSE ENTRY FOR A DECOMMISSIONED ROVER'.
           PERFORM PRINT-PROBLEM-GROUP.

           MOVE 'M' TO WS-PRINT-TYPE.
           DISPLAY ' '.
           DISPLAY '  MISSION SITE DOES NOT MATCH MASTER SITE'.
           PERFORM PRINT-PROBLEM-GROUP.

           DISPLAY ' '.
           DISPLAY '  --------------------------------------------'.
           DISPLAY '  MASTER RECORDS READ:      ' WS-MASTER-COUNT.
           DISPLAY '  MISSIONS READ:            ' WS-MISSIONS-READ.
           DISPLAY '  SUSPENSE ENTRIES READ:    ' WS-SUSPENSE-READ.
           DISPLAY '  PROBLEMS FOUND:           ' WS-PROBLEM-COUNT.
           DISPLAY '    STALE PENDING FLAG:     '
               WS-STALE-PENDING-COUNT.
           DISPLAY '    RELEASED, NEVER POSTED: ' WS-UNPOSTED-COUNT.
           DISPLAY '    RELEASED, NOT YET RUN:  ' WS-UNRUN-COUNT.
           DISPLAY '    DECOMMISSIONED MISSION: '
               WS-DECOM-MISSION-COUNT.
           DISPLAY '    DECOMMISSIONED SUSPENSE:'
               WS-DECOM-SUSP-COUNT.
           DISPLAY '    SITE MISMATCH:          '
               WS-SITE-MISMATCH-COUNT.
           DISPLAY '  MSNTRAN CORRECTIONS:      '
               WS-MISSION-CORR-COUNT.
           DISPLAY '  ROSTER CORRECTIONS:       '
               WS-ROSTER-CORR-COUNT.

           IF WS-PROBLEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-MASTER-ROVERS.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-INTEG: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-MASTER-EOF.
           MOVE 0 TO WS-MASTER-COUNT.

           PERFORM READ-NEXT-MASTER.
           PERFORM STORE-MASTER-ROVER UNTIL END-OF-MASTER-FILE.

           CLOSE ROVER-MASTER-FILE.

       READ-NEXT-MASTER.

           READ ROVER-MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       STORE-MASTER-ROVER.

           IF WS-MASTER-COUNT = 999
               DISPLAY 'ROVER-INTEG: MASTER-TABLE FULL AT 999 '
                   'ROVERS - ROVRMSTR HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-MASTER-COUNT.
           MOVE MASTER-ROVER-ID TO WS-MT-ID(WS-MASTER-COUNT).
           MOVE MASTER-SITE-ID TO WS-MT-SITE(WS-MASTER-COUNT).
           MOVE MASTER-PENDING-FLAG TO WS-MT-PENDING(WS-MASTER-COUNT).
           MOVE 0 TO WS-MT-RELEASED(WS-MASTER-COUNT).

           PERFORM READ-NEXT-MASTER.

       FIND-MASTER-ROVER.

           MOVE 0 TO WS-MASTER-MATCH.

           PERFORM SCAN-MASTER-ENTRY
               VARYING WS-MASTER-INDEX FROM 1 BY 1
               UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT
               OR WS-MASTER-MATCH > 0.

       SCAN-MASTER-ENTRY.

           IF WS-MT-ID(WS-MASTER-INDEX) = WS-PROBLEM-ID
               MOVE WS-MASTER-INDEX TO WS-MASTER-MATCH
           END-IF.

       CHECK-MISSION-QUEUE.

           OPEN INPUT MISSION-FILE.

           IF NOT MISSION-FILE-OPEN-OK
               DISPLAY 'ROVER-INTEG: MSNQ DATASET NOT AVAILABLE - '
                   'STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-MISSION-EOF.

           PERFORM READ-NEXT-MISSION.
           PERFORM CHECK-ONE-MISSION UNTIL END-OF-MISSION-FILE.

           CLOSE MISSION-FILE.

       READ-NEXT-MISSION.

           READ MISSION-FILE NEXT RECORD
               AT END SET END-OF-MISSION-FILE TO TRUE
           END-READ.

       CHECK-ONE-MISSION.

           ADD 1 TO WS-MISSIONS-READ.

           IF NOT MISSION-QUEUED AND NOT MISSION-RELEASED
                   AND NOT MISSION-AWAITING-APPROVAL
                   AND NOT MISSION-AWAITING-SECOND
               PERFORM READ-NEXT-MISSION
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-ROVER-ID TO WS-PROBLEM-ID.
           MOVE MISSION-SEQ-NO TO WS-PROBLEM-SEQ.

           PERFORM FIND-MASTER-ROVER.

           IF WS-MASTER-MATCH = 0
               PERFORM CHECK-ROVER-DECOMMISSIONED
               IF ROVER-DECOMMISSIONED
                   PERFORM TAKE-DECOMMISSIONED-MISSION
               END-IF
               PERFORM READ-NEXT-MISSION
               EXIT PARAGRAPH
           END-IF.

           IF MISSION-RELEASED
               ADD 1 TO WS-MT-RELEASED(WS-MASTER-MATCH)
               IF WS-MT-PENDING(WS-MASTER-MATCH) = 'Y'
                   ADD 1 TO WS-UNRUN-COUNT
                   MOVE 'MASTER SLOT STILL SET' TO WS-PROBLEM-DETAIL
                   MOVE 'CHECK LAST FLEET RUN' TO WS-PROBLEM-ACTION
                   MOVE 'W' TO WS-PRINT-TYPE
                   PERFORM STORE-PROBLEM-ENTRY
               ELSE
                   ADD 1 TO WS-UNPOSTED-COUNT
                   PERFORM WRITE-FAIL-CORRECTION
                   MOVE 'MASTER SLOT ALREADY RUN' TO WS-PROBLEM-DETAIL
                   MOVE 'MSNTRAN F WRITTEN' TO WS-PROBLEM-ACTION
                   MOVE 'U' TO WS-PRINT-TYPE
                   PERFORM STORE-PROBLEM-ENTRY
               END-IF
           END-IF.

           IF MISSION-SITE-ID NOT = WS-MT-SITE(WS-MASTER-MATCH)
               ADD 1 TO WS-SITE-MISMATCH-COUNT
               MOVE MISSION-SITE-ID TO WS-ST-MISSION-SITE
               MOVE WS-MT-SITE(WS-MASTER-MATCH) TO WS-ST-MASTER-SITE
               MOVE WS-SITE-TEXT TO WS-PROBLEM-DETAIL
               MOVE 'REPORT ONLY' TO WS-PROBLEM-ACTION
               MOVE 'M' TO WS-PRINT-TYPE
               PERFORM STORE-PROBLEM-ENTRY
           END-IF.

           PERFORM READ-NEXT-MISSION.

       TAKE-DECOMMISSIONED-MISSION.

           ADD 1 TO WS-DECOM-MISSION-COUNT.

           IF MISSION-RELEASED
               PERFORM WRITE-FAIL-CORRECTION
               MOVE 'MSNTRAN F WRITTEN' TO WS-PROBLEM-ACTION
           ELSE
               PERFORM WRITE-CANCEL-CORRECTION
               MOVE 'MSNTRAN X WRITTEN' TO WS-PROBLEM-ACTION
           END-IF.

           MOVE MISSION-STATUS TO WS-DM-STATUS.
           MOVE WS-DECOM-DATE TO WS-DM-DATE.
           MOVE WS-DECOM-MISSION-TEXT TO WS-PROBLEM-DETAIL.
           MOVE 'D' TO WS-PRINT-TYPE.
           PERFORM STORE-PROBLEM-ENTRY.

       CHECK-SUSPENSE-MASTER.

           OPEN INPUT SUSP-MASTER-FILE.

           IF NOT SUSPM-FILE-OPEN-OK
               DISPLAY 'ROVER-INTEG: ROVRSUSP DATASET NOT AVAILABLE - '
                   'STATUS ' WS-SUSPM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-SUSPM-EOF.

           PERFORM READ-SUSPM-RECORD.
           PERFORM CHECK-ONE-SUSPENSE UNTIL END-OF-SUSPM-FILE.

           CLOSE SUSP-MASTER-FILE.

       READ-SUSPM-RECORD.

           READ SUSP-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SUSPM-FILE TO TRUE
           END-READ.

       CHECK-ONE-SUSPENSE.

           ADD 1 TO WS-SUSPENSE-READ.

           MOVE SUSPM-ROVER-ID TO WS-PROBLEM-ID.
           MOVE SUSPM-MISSION-SEQ TO WS-PROBLEM-SEQ.

           PERFORM FIND-MASTER-ROVER.

           IF WS-MASTER-MATCH = 0
               PERFORM CHECK-ROVER-DECOMMISSIONED
               IF ROVER-DECOMMISSIONED
                   ADD 1 TO WS-DECOM-SUSP-COUNT
                   MOVE SUSPM-RUN-NO TO WS-DS-RUN-NO
                   MOVE WS-DECOM-DATE TO WS-DS-DATE
                   MOVE WS-DECOM-SUSP-TEXT TO WS-PROBLEM-DETAIL
                   MOVE 'MARK DROP ON ROVS' TO WS-PROBLEM-ACTION
                   MOVE 'S' TO WS-PRINT-TYPE
                   PERFORM STORE-PROBLEM-ENTRY
               END-IF
           END-IF.

           PERFORM READ-SUSPM-RECORD.

       CHECK-ROVER-DECOMMISSIONED.

           IF WS-PROBLEM-ID = WS-CHECKED-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PROBLEM-ID TO WS-CHECKED-ID.
           MOVE 'N' TO WS-DECOMMISSIONED.
           MOVE 0 TO WS-DECOM-DATE.
           MOVE SPACES TO WS-LAST-ACTION.
           MOVE 'N' TO WS-JOURNAL-EOF.

           MOVE WS-PROBLEM-ID TO JRNL-ROVER-ID.
           MOVE 0 TO JRNL-DATE.
           MOVE 0 TO JRNL-TIME.

           START JOURNAL-FILE KEY NOT < JRNL-KEY
               INVALID KEY SET END-OF-JOURNAL-BROWSE TO TRUE
           END-START.

           PERFORM READ-ROVER-JOURNAL UNTIL END-OF-JOURNAL-BROWSE.

           IF WS-LAST-ACTION = 'D'
               MOVE 'Y' TO WS-DECOMMISSIONED
               MOVE WS-LAST-ACTION-DATE TO WS-DECOM-DATE
           END-IF.

       READ-ROVER-JOURNAL.

           READ JOURNAL-FILE NEXT RECORD
               AT END SET END-OF-JOURNAL-BROWSE TO TRUE
           END-READ.

           IF NOT END-OF-JOURNAL-BROWSE
               IF JRNL-ROVER-ID NOT = WS-PROBLEM-ID
                   SET END-OF-JOURNAL-BROWSE TO TRUE
               ELSE
                   MOVE JRNL-ACTION TO WS-LAST-ACTION
                   MOVE JRNL-DATE TO WS-LAST-ACTION-DATE
               END-IF
           END-IF.

       CHECK-PENDING-SLOT.

           IF WS-MT-PENDING(WS-MASTER-INDEX) = 'Y' AND
                   WS-MT-RELEASED(WS-MASTER-INDEX) = 0
               ADD 1 TO WS-STALE-PENDING-COUNT
               PERFORM WRITE-PENDING-CORRECTION
               MOVE WS-MT-ID(WS-MASTER-INDEX) TO WS-PROBLEM-ID
               MOVE SPACES TO WS-PROBLEM-SEQ
               MOVE 'NO RELEASED MISSION' TO WS-PROBLEM-DETAIL
               MOVE 'ROSTER P WRITTEN' TO WS-PROBLEM-ACTION
               MOVE 'P' TO WS-PRINT-TYPE
               PERFORM STORE-PROBLEM-ENTRY
           END-IF.

       WRITE-FAIL-CORRECTION.

           MOVE SPACES TO MSN-MAINT-TRAN-REC.
           SET MMT-FAIL-MISSION TO TRUE.
           MOVE MISSION-ROVER-ID TO MMT-ROVER-ID.
           MOVE MISSION-SEQ-NO TO MMT-SEQ-NO.
           MOVE WS-CORR-OPERATOR TO MMT-OPERATOR.

           WRITE MSN-MAINT-TRAN-REC.

           ADD 1 TO WS-MISSION-CORR-COUNT.

       WRITE-CANCEL-CORRECTION.

           MOVE SPACES TO MSN-MAINT-TRAN-REC.
           SET MMT-CANCEL-MISSION TO TRUE.
           MOVE MISSION-ROVER-ID TO MMT-ROVER-ID.
           MOVE MISSION-SEQ-NO TO MMT-SEQ-NO.
           MOVE WS-CORR-OPERATOR TO MMT-OPERATOR.

           WRITE MSN-MAINT-TRAN-REC.

           ADD 1 TO WS-MISSION-CORR-COUNT.

       WRITE-PENDING-CORRECTION.

           MOVE SPACES TO ROSTER-TRAN-REC.
           SET TRAN-CLEAR-PENDING TO TRUE.
           MOVE WS-MT-ID(WS-MASTER-INDEX) TO TRAN-ROVER-ID.
           MOVE WS-CORR-OPERATOR TO TRAN-OPERATOR.

           WRITE ROSTER-TRAN-REC.

           ADD 1 TO WS-ROSTER-CORR-COUNT.

       STORE-PROBLEM-ENTRY.

           IF WS-PROBLEM-COUNT = 2000
               DISPLAY 'ROVER-INTEG: PROBLEM-TABLE FULL AT 2000 '
                   'ENTRIES - MORE PROBLEMS THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE WS-PRINT-TYPE TO WS-PB-TYPE(WS-PROBLEM-COUNT).
           MOVE WS-PROBLEM-ID TO WS-PB-ID(WS-PROBLEM-COUNT).
           MOVE WS-PROBLEM-SEQ TO WS-PB-SEQ(WS-PROBLEM-COUNT).
           MOVE WS-PROBLEM-DETAIL TO WS-PB-DETAIL(WS-PROBLEM-COUNT).
           MOVE WS-PROBLEM-ACTION TO WS-PB-ACTION(WS-PROBLEM-COUNT).

       PRINT-PROBLEM-GROUP.

           MOVE 0 TO WS-GROUP-COUNT.

           DISPLAY '  ROVER-ID  SEQ    DETAIL                    '
               'ACTION'.
           DISPLAY '  --------  -----  ------------------------  '
               '--------------------'.

           PERFORM PRINT-ONE-PROBLEM
               VARYING WS-PROBLEM-INDEX FROM 1 BY 1
               UNTIL WS-PROBLEM-INDEX > WS-PROBLEM-COUNT.

           IF WS-GROUP-COUNT = 0
               DISPLAY '  (NONE)'
           ELSE
               DISPLAY '  COUNT: ' WS-GROUP-COUNT
           END-IF.

       PRINT-ONE-PROBLEM.

           IF WS-PB-TYPE(WS-PROBLEM-INDEX) = WS-PRINT-TYPE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-PB-ID(WS-PROBLEM-INDEX) TO WS-PL-ID
               MOVE WS-PB-SEQ(WS-PROBLEM-INDEX) TO WS-PL-SEQ
               MOVE WS-PB-DETAIL(WS-PROBLEM-INDEX) TO WS-PL-DETAIL
               MOVE WS-PB-ACTION(WS-PROBLEM-INDEX) TO WS-PL-ACTION
               DISPLAY '  ' WS-PROBLEM-LINE
           END-IF.

       END PROGRAM ROVER-INTEG.
