               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MODEL-FILE ASSIGN TO 'ROVRMODL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODEL-STATUS.
           SELECT WEAR-FILE ASSIGN TO 'ROVRWEAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WEAR-ROVER-ID
               FILE STATUS IS WS-WEAR-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'ROVRXFER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.
           SELECT SELECT-FILE ASSIGN TO 'ROVRNEXT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  MODEL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-model.cpy'.
       FD  WEAR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-wear.cpy'.
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       FD  SELECT-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-record.cpy'.
       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-RECORD-FOUND          VALUE '00'.
           88 MASTER-RECORD-NOT-FOUND      VALUE '23'.
       01  WS-MODEL-STATUS         PIC X(2).
           88 MODEL-FILE-FOUND            VALUE '00'.
       01  WS-MODEL-EOF            PIC X(1).
           88 END-OF-MODEL-FILE           VALUE 'Y'.
       01  WS-MODEL-TABLE.
           02 WS-MODEL-COUNT       PIC 9(2) VALUE 0.
           02 WS-MODEL-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-MODEL-COUNT.
               03 WS-MDL-CODE      PIC X(2).
               03 WS-MDL-SVC-MOVES PIC 9(5).
               03 WS-MDL-SVC-TURNS PIC 9(5).
       01  WS-MODEL-INDEX          PIC 9(2).
       01  WS-MODEL-MATCH          PIC 9(2).
       01  WS-WEAR-STATUS          PIC X(2).
           88 WEAR-FILE-OPEN-OK           VALUE '00'.
           88 WEAR-RECORD-FOUND           VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-FILE-FOUND             VALUE '00'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  WS-TRANSIT-TABLE.
           02 WS-TRANSIT-COUNT     PIC 9(3) VALUE 0.
           02 WS-TRANSIT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-TRANSIT-COUNT.
               03 WS-TRANSIT-ID    PIC X(6).
       01  WS-TRANSIT-INDEX        PIC 9(3).
       01  WS-TRANSIT-MATCH        PIC 9(3).
       01  WS-SERVICE-OVERDUE      PIC X(1).
           88 ROVER-SERVICE-OVERDUE       VALUE 'Y'.
       01  WS-MASTER-ON-FILE       PIC X(1).
           88 MASTER-WAS-ON-FILE           VALUE 'Y'.
       01  WS-RUNCTL-STATUS        PIC X(2).
           88 RUNCTL-FILE-FOUND           VALUE '00'.
       01  WS-RUN-NO               PIC 9(5) VALUE 0.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-IO-OK               VALUE '00'.
           88 JOURNAL-DUPLICATE           VALUE '22'.
       01  WS-JOURNAL-STORED       PIC X(1).
       01  WS-JOURNAL-BEFORE       PIC X(122).
       01  WS-JOURNAL-DATE         PIC 9(8).
       01  WS-JOURNAL-TIME         PIC 9(8).
       01  WS-MISSION-EOF          PIC X(1).
           88 END-OF-MISSION-FILE         VALUE 'Y'.
       01  WS-SELECT-DATE          PIC 9(8).
       01  WS-QUEUED-COUNT         PIC 9(5) VALUE 0.
       01  WS-DEFAULT-ENERGY       PIC 9(5) VALUE 1000.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNAPPROVED-COUNT     PIC 9(5) VALUE 0.
       01  WS-SERVICE-HELD-COUNT   PIC 9(5) VALUE 0.
       01  WS-TRANSIT-HELD-COUNT   PIC 9(5) VALUE 0.
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-MODE.
           PERFORM START-RUN-LOG.
           PERFORM LOAD-SELECT-DATE.
           PERFORM LOAD-SERVICE-INTERVALS.
           PERFORM LOAD-TRANSIT-ROVERS.

           IF TRIAL-SELECTION
               OPEN INPUT MISSION-FILE
               OPEN INPUT ROVER-MASTER-FILE
           ELSE
               OPEN I-O MISSION-FILE
               OPEN I-O ROVER-MASTER-FILE
               PERFORM LOAD-RUN-CONTROL
               PERFORM OPEN-MASTER-JOURNAL
           END-IF.

           OPEN INPUT WEAR-FILE.

           IF NOT WEAR-FILE-OPEN-OK
               DISPLAY 'ROVER-SELECT: ROVRWEAR DATASET NOT AVAILABLE - '
                   'STATUS ' WS-WEAR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SELECT-FILE.
           PERFORM SCAN-MISSION-QUEUE.
           PERFORM RELEASE-SELECTED-MISSIONS.

           CLOSE MISSION-FILE, ROVER-MASTER-FILE, WEAR-FILE,
               SELECT-FILE.

           IF LIVE-SELECTION
               CLOSE JOURNAL-FILE
           END-IF.

           DISPLAY 'ROVER-SELECT: RUN DATE:          ' WS-SELECT-DATE.
               WS-QUEUED-COUNT.
           DISPLAY 'ROVER-SELECT: MISSIONS RELEASED: ' WS-PICK-COUNT.
           DISPLAY 'ROVER-SELECT: MISSIONS HELD:     ' WS-HELD-COUNT.
           DISPLAY 'ROVER-SELECT:   FOR SERVICE:     '
               WS-SERVICE-HELD-COUNT.
           DISPLAY 'ROVER-SELECT:   IN TRANSIT:      '
               WS-TRANSIT-HELD-COUNT.
           DISPLAY 'ROVER-SELECT: NOT SIGNED OFF:    '
               WS-UNAPPROVED-COUNT.

           PERFORM POST-RUN-LOG.

           STOP RUN.


           CLOSE RUNMODE-FILE.

       LOAD-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE.

           IF RUNCTL-FILE-FOUND
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-CTL-RUN-NO TO WS-RUN-NO
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       OPEN-MASTER-JOURNAL.

           OPEN I-O JOURNAL-FILE.

           IF NOT JOURNAL-IO-OK
               DISPLAY 'ROVER-SELECT: ROVRJRNL DATASET NOT AVAILABLE - '
                   'STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SELECT-DATE.

           OPEN INPUT DATE-FILE.

           CLOSE DATE-FILE.

       LOAD-SERVICE-INTERVALS.

           MOVE 'N' TO WS-MODEL-EOF.
           MOVE 0 TO WS-MODEL-COUNT.

           OPEN INPUT MODEL-FILE.

           IF MODEL-FILE-FOUND
               PERFORM READ-MODEL-RECORD
               PERFORM STORE-SERVICE-INTERVAL UNTIL END-OF-MODEL-FILE
           END-IF.

           CLOSE MODEL-FILE.

       READ-MODEL-RECORD.

           READ MODEL-FILE
               AT END SET END-OF-MODEL-FILE TO TRUE
           END-READ.

       STORE-SERVICE-INTERVAL.

           IF WS-MODEL-COUNT = 20
               DISPLAY 'ROVER-SELECT: MODEL-TABLE FULL AT 20 MODELS '
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

           IF XFER-OPEN AND XFER-DEPART-DATE NOT > WS-SELECT-DATE
               IF WS-TRANSIT-COUNT = 999
                   DISPLAY 'ROVER-SELECT: TRANSIT-TABLE FULL AT 999 '
                       'ROVERS - ROVRXFER HAS MORE OPEN ORDERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANSIT-COUNT
               MOVE XFER-ROVER-ID TO WS-TRANSIT-ID(WS-TRANSIT-COUNT)
           END-IF.

           PERFORM READ-TRANSFER-RECORD.

       SCAN-MISSION-QUEUE.

           MOVE 'N' TO WS-MISSION-EOF.
           IF MISSION-QUEUED
               ADD 1 TO WS-QUEUED-COUNT
               IF MISSION-REQ-DATE NOT > WS-SELECT-DATE
                   PERFORM CHECK-ROVER-IN-TRANSIT
                   IF WS-TRANSIT-MATCH > 0
                       ADD 1 TO WS-HELD-COUNT
                       ADD 1 TO WS-TRANSIT-HELD-COUNT
                   ELSE
                       PERFORM CHECK-SERVICE-OVERDUE
                       IF ROVER-SERVICE-OVERDUE
                           ADD 1 TO WS-HELD-COUNT
                           ADD 1 TO WS-SERVICE-HELD-COUNT
                       ELSE
                           PERFORM STORE-CANDIDATE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.

           IF MISSION-AWAITING-APPROVAL OR MISSION-AWAITING-SECOND
               ADD 1 TO WS-UNAPPROVED-COUNT
           END-IF.

           PERFORM READ-NEXT-MISSION.

       CHECK-ROVER-IN-TRANSIT.

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ENTRY
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
               OR WS-TRANSIT-MATCH > 0.

           IF WS-TRANSIT-MATCH > 0
               DISPLAY 'ROVER-SELECT: MISSION ' MISSION-KEY
                   ' HELD - ROVER IN TRANSIT BETWEEN SITES'
           END-IF.

       SCAN-TRANSIT-ENTRY.

           IF WS-TRANSIT-ID(WS-TRANSIT-INDEX) = MISSION-ROVER-ID
               MOVE WS-TRANSIT-INDEX TO WS-TRANSIT-MATCH
           END-IF.

       CHECK-SERVICE-OVERDUE.

           MOVE 'N' TO WS-SERVICE-OVERDUE.
           MOVE MISSION-ROVER-ID TO WEAR-ROVER-ID.

           READ WEAR-FILE.

           IF NOT WEAR-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-ROVER-ID TO MASTER-ROVER-ID.

           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MODEL-MATCH.

           PERFORM SCAN-MODEL-ENTRY
               VARYING WS-MODEL-INDEX FROM 1 BY 1
               UNTIL WS-MODEL-INDEX > WS-MODEL-COUNT
               OR WS-MODEL-MATCH > 0.

           IF WS-MODEL-MATCH = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-MDL-SVC-MOVES(WS-MODEL-MATCH) > 0
                   AND WEAR-SVC-MOVES NOT <
                       WS-MDL-SVC-MOVES(WS-MODEL-MATCH)
               SET ROVER-SERVICE-OVERDUE TO TRUE
           END-IF.

           IF WS-MDL-SVC-TURNS(WS-MODEL-MATCH) > 0
                   AND WEAR-SVC-TURNS NOT <
                       WS-MDL-SVC-TURNS(WS-MODEL-MATCH)
               SET ROVER-SERVICE-OVERDUE TO TRUE
           END-IF.

           IF ROVER-SERVICE-OVERDUE
               DISPLAY 'ROVER-SELECT: MISSION ' MISSION-KEY
                   ' HELD - ROVER OVERDUE FOR SERVICE'
           END-IF.

       SCAN-MODEL-ENTRY.

           IF WS-MDL-CODE(WS-MODEL-INDEX) = MASTER-MODEL-CODE
               MOVE WS-MODEL-INDEX TO WS-MODEL-MATCH
           END-IF.

       STORE-CANDIDATE.

           IF WS-PICK-COUNT = 999
       POST-MISSION-TO-MASTER.

           MOVE 'N' TO WS-MASTER-ON-FILE.
           MOVE SPACES TO WS-JOURNAL-BEFORE.
           MOVE MISSION-ROVER-ID TO MASTER-ROVER-ID.

           READ ROVER-MASTER-FILE.

           IF MASTER-RECORD-FOUND
               MOVE 'Y' TO WS-MASTER-ON-FILE
               MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE
               MOVE MASTER-SITE-ID TO WS-SELECT-SITE
           ELSE
               MOVE MISSION-ROVER-ID TO MASTER-ROVER-ID

           IF MASTER-WAS-ON-FILE
               REWRITE ROVER-MASTER-REC
               SET JRNL-CHANGED TO TRUE
           ELSE
               WRITE ROVER-MASTER-REC
               SET JRNL-ADDED TO TRUE
           END-IF.

           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.

           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOURNAL-TIME FROM TIME.

           MOVE MASTER-ROVER-ID TO JRNL-ROVER-ID.
           MOVE WS-JOURNAL-DATE TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME TO JRNL-TIME.
           MOVE 'ROVRMSEL' TO JRNL-PROGRAM.
           MOVE WS-RUN-NO TO JRNL-RUN-NO.
           MOVE SPACES TO JRNL-OPERATOR.
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
                   DISPLAY 'ROVER-SELECT: WRITE FAILED ON ROVRJRNL '
                       'FOR KEY ' JRNL-KEY ' - STATUS '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-SELECT-RECORD.

           MOVE MISSION-ROVER-ID TO ROVER-ID.

           WRITE ROVER-REC.

       START-RUN-LOG.

           IF TRIAL-SELECTION
               MOVE 'STEP003' TO RLC-STEP
           ELSE
               MOVE 'STEP007' TO RLC-STEP
           END-IF.

           MOVE 'ROVRMSEL' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-QUEUED-COUNT TO RLC-RECORDS-IN.
           MOVE WS-PICK-COUNT TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-SELECT.
