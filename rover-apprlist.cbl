       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-APPRLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO 'MSNAPPR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APPR-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       FD  APPROVAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-approval.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-FILE-OPEN-OK        VALUE '00'.
       01  WS-APPROVAL-STATUS      PIC X(2).
           88 APPROVAL-FILE-OPEN-OK       VALUE '00'.
           88 APPROVAL-RECORD-FOUND       VALUE '00'.
       01  WS-MISSION-EOF          PIC X(1).
           88 END-OF-MISSION-FILE         VALUE 'Y'.
       01  WS-LIST-DATE            PIC 9(8).
       01  WS-LIST-DAYNUM          PIC 9(7).
       01  WS-REQ-DAYNUM           PIC 9(7).
       01  WS-DAYS-TO-RUN          PIC S9(5).
       01  WS-CONVERT-DATE         PIC 9(8).
       01  WS-CD-PARTS REDEFINES WS-CONVERT-DATE.
           02 WS-CD-YEAR           PIC 9(4).
           02 WS-CD-MONTH          PIC 9(2).
           02 WS-CD-DAY            PIC 9(2).
       01  WS-CALC-YEAR            PIC 9(5).
       01  WS-CALC-MONTH           PIC 9(2).
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-AWAITING-COUNT       PIC 9(5) VALUE 0.
       01  WS-FIRST-COUNT          PIC 9(5) VALUE 0.
       01  WS-SECOND-COUNT         PIC 9(5) VALUE 0.
       01  WS-MISSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-MISSION-COUNT        PIC 9(5) VALUE 0.
       01  WS-DETAIL-LINE.
           02 WS-DL-ID             PIC X(6).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-DL-SEQ            PIC 9(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-PRI            PIC 9(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-REQUESTER      PIC X(8).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-DL-SITE           PIC X(3).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-DL-REQ-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-DAYS           PIC -ZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-WAITING-FOR    PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-FIRST-BY       PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-DL-FLAG           PIC X(2).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-LIST-DATE.

           OPEN INPUT MISSION-FILE.

           IF NOT MISSION-FILE-OPEN-OK
               DISPLAY 'ROVER-APPRLIST: MSNQ DATASET NOT AVAILABLE - '
                   'STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT APPROVAL-FILE.

           IF NOT APPROVAL-FILE-OPEN-OK
               DISPLAY 'ROVER-APPRLIST: MSNAPPR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-APPROVAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  MISSIONS AWAITING SUPERVISOR SIGN-OFF AS AT '
               WS-LIST-DATE.
           DISPLAY ' '.
           DISPLAY '  ** = DUE ON OR BEFORE THIS RUN DATE - WILL NOT '
               'BE SELECTED UNTIL SIGNED OFF'.
           DISPLAY '  MISSION       P  REQUESTER  SITE  REQ-DATE  '
               ' DAYS  NEEDS   1ST BY'.
           DISPLAY '  ------------  -  ---------  ----  --------  '
               ' ----  ------  --------'.

           MOVE 'N' TO WS-MISSION-EOF.

           PERFORM READ-MISSION-RECORD.
           PERFORM LIST-ONE-MISSION UNTIL END-OF-MISSION-FILE.

           CLOSE MISSION-FILE, APPROVAL-FILE.

           DISPLAY ' '.
           DISPLAY '  --------------------------------------------'.
           DISPLAY '  MISSIONS AWAITING SIGN-OFF: ' WS-AWAITING-COUNT.
           DISPLAY '    NEEDING FIRST SIGN-OFF:   ' WS-FIRST-COUNT.
           DISPLAY '    NEEDING SECOND SIGN-OFF:  ' WS-SECOND-COUNT.
           DISPLAY '  DUE AND NOT SIGNED OFF:     ' WS-MISSED-COUNT.

           IF WS-MISSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       LOAD-LIST-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-APPRLIST: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-APPRLIST: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE RUN-DATE TO WS-LIST-DATE.

           MOVE WS-LIST-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAYNUM.
           MOVE WS-DAY-NUMBER TO WS-LIST-DAYNUM.

           CLOSE DATE-FILE.

       CONVERT-DATE-TO-DAYNUM.

           IF WS-CD-MONTH > 2
               MOVE WS-CD-YEAR TO WS-CALC-YEAR
               COMPUTE WS-CALC-MONTH = WS-CD-MONTH + 1
           ELSE
               COMPUTE WS-CALC-YEAR = WS-CD-YEAR - 1
               COMPUTE WS-CALC-MONTH = WS-CD-MONTH + 13
           END-IF.

           COMPUTE WS-DAY-NUMBER =
               (1461 * WS-CALC-YEAR) / 4 +
               (153 * WS-CALC-MONTH) / 5 +
               WS-CD-DAY.

       READ-MISSION-RECORD.

           READ MISSION-FILE
               AT END SET END-OF-MISSION-FILE TO TRUE
           END-READ.

       LIST-ONE-MISSION.

           ADD 1 TO WS-MISSION-COUNT.

           IF MISSION-AWAITING-APPROVAL OR MISSION-AWAITING-SECOND
               PERFORM LIST-AWAITING-MISSION
           END-IF.

           PERFORM READ-MISSION-RECORD.

       LIST-AWAITING-MISSION.

           ADD 1 TO WS-AWAITING-COUNT.

           MOVE MISSION-REQ-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAYNUM.
           MOVE WS-DAY-NUMBER TO WS-REQ-DAYNUM.

           COMPUTE WS-DAYS-TO-RUN = WS-REQ-DAYNUM - WS-LIST-DAYNUM.

           MOVE MISSION-ROVER-ID TO WS-DL-ID.
           MOVE MISSION-SEQ-NO TO WS-DL-SEQ.
           MOVE MISSION-PRIORITY TO WS-DL-PRI.
           MOVE MISSION-REQUESTER TO WS-DL-REQUESTER.
           MOVE MISSION-SITE-ID TO WS-DL-SITE.
           MOVE MISSION-REQ-DATE TO WS-DL-REQ-DATE.
           MOVE WS-DAYS-TO-RUN TO WS-DL-DAYS.
           MOVE SPACES TO WS-DL-FIRST-BY.
           MOVE SPACES TO WS-DL-FLAG.

           IF MISSION-AWAITING-SECOND
               ADD 1 TO WS-SECOND-COUNT
               MOVE 'SECOND' TO WS-DL-WAITING-FOR
               MOVE MISSION-KEY TO APPR-KEY
               READ APPROVAL-FILE
               IF APPROVAL-RECORD-FOUND
                   MOVE APPR-FIRST-OPERATOR TO WS-DL-FIRST-BY
               END-IF
           ELSE
               ADD 1 TO WS-FIRST-COUNT
               MOVE 'FIRST' TO WS-DL-WAITING-FOR
           END-IF.

           IF WS-DAYS-TO-RUN NOT > 0
               ADD 1 TO WS-MISSED-COUNT
               MOVE '**' TO WS-DL-FLAG
           END-IF.

           DISPLAY '  ' WS-DETAIL-LINE.

       START-RUN-LOG.

           MOVE 'STEP002' TO RLC-STEP.
           MOVE 'ROVRAPLS' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-MISSION-COUNT TO RLC-RECORDS-IN.
           MOVE WS-AWAITING-COUNT TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-APPRLIST.
