               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MACRO-NAME
               FILE STATUS IS WS-MACRO-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'ROVRXFER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROVER-FILE
       FD  MACRO-FILE
           LABEL RECORD IS STANDARD.
       COPY 'macro-record.cpy'.
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-ROVER-EOF            PIC X(1).
           88 END-OF-ROVER-FILE           VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND      VALUE '23'.
       01  WS-MASTER-ON-FILE       PIC X(1).
           88 MASTER-WAS-ON-FILE           VALUE 'Y'.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-IO-OK               VALUE '00'.
           88 JOURNAL-DUPLICATE           VALUE '22'.
       01  WS-JOURNAL-STORED       PIC X(1).
       01  WS-JOURNAL-BEFORE       PIC X(122).
       01  WS-JOURNAL-DATE         PIC 9(8).
       01  WS-JOURNAL-TIME         PIC 9(8).
       01  WS-USE-PENDING-INSTR    PIC X(1).
       01  WS-PENDING-INSTR        PIC X(100).
       01  WS-RESTART-COUNT        PIC 9(5) VALUE 0.
               03 BATCH-MAC-NAME   PIC X(8).
               03 BATCH-MAC-INSTR  PIC X(100).
       01  BATCH-MACRO-SEGMENT     PIC X(100).
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-FILE-FOUND             VALUE '00'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  BATCH-TRANSIT-TABLE.
           02 BATCH-TRANSIT-COUNT  PIC 9(3) VALUE 0.
           02 BATCH-TRANSIT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON BATCH-TRANSIT-COUNT.
               03 BATCH-TRANSIT-ID PIC X(6).
       01  WS-TRANSIT-INDEX        PIC 9(3).
       01  WS-TRANSIT-MATCH        PIC 9(3).
       01  WS-TRANSIT-IN-GROUP     PIC X(1) VALUE 'N'.
       01  WS-TRANSIT-SKIPS        PIC 9(7) VALUE 0.
       01  BATCH-MACRO-STATUS      PIC X(1).
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-IO-OK               VALUE '00'.
               03 AUDIT-FACING      PIC X(1).
       01  WS-AUDIT-INDEX           PIC 9(5).
       01  WS-AUDIT-SEQ             PIC 9(5).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-RUN-MODE.

               PERFORM WRITE-TRIAL-HEADER
           ELSE
               OPEN I-O ROVER-MASTER-FILE
               PERFORM OPEN-MASTER-JOURNAL
               PERFORM OPEN-MISSION-QUEUE
           END-IF.

           PERFORM LOAD-ROVER-MODELS.
           PERFORM LOAD-SITE-CONDITIONS.
           PERFORM LOAD-MACRO-CATALOG.
           PERFORM LOAD-TRANSIT-ROVERS.

           IF WS-RESTART-COUNT > 0
               PERFORM OPEN-FOR-RESTART
               CLOSE MISSION-FILE
           END-IF.

           IF NOT TRIAL-FLEET-RUN
               CLOSE JOURNAL-FILE
           END-IF.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       OPEN-MASTER-JOURNAL.

           OPEN I-O JOURNAL-FILE.

           IF NOT JOURNAL-IO-OK
               DISPLAY 'ROVER-BATCH: ROVRJRNL DATASET NOT AVAILABLE - '
                   'STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-MISSION-QUEUE.

           OPEN I-O MISSION-FILE.

           PERFORM READ-MACRO-RECORD.

       LOAD-TRANSIT-ROVERS.

           MOVE 'N' TO WS-XFER-EOF.
           MOVE 0 TO BATCH-TRANSIT-COUNT.

           OPEN INPUT TRANSFER-FILE.

           IF XFER-FILE-FOUND
               PERFORM READ-TRANSFER-RECORD
               PERFORM STORE-TRANSIT-ROVER UNTIL END-OF-XFER-FILE
           END-IF.

           CLOSE TRANSFER-FILE.

       READ-TRANSFER-RECORD.

           READ TRANSFER-FILE NEXT RECORD
               AT END SET END-OF-XFER-FILE TO TRUE
           END-READ.

       STORE-TRANSIT-ROVER.

           IF XFER-OPEN AND XFER-DEPART-DATE NOT > WS-RUN-DATE
               IF BATCH-TRANSIT-COUNT = 999
                   DISPLAY 'ROVER-BATCH: TRANSIT-TABLE FULL AT 999 '
                       'ROVERS - ROVRXFER HAS MORE OPEN ORDERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO BATCH-TRANSIT-COUNT
               MOVE XFER-ROVER-ID
                   TO BATCH-TRANSIT-ID(BATCH-TRANSIT-COUNT)
           END-IF.

           PERFORM READ-TRANSFER-RECORD.

       READ-ROVER-RECORD.

           PERFORM READ-ROVER-FILE-RECORD.
           PERFORM SKIP-TRANSIT-ROVER-RECORD
               UNTIL END-OF-ROVER-FILE OR WS-TRANSIT-MATCH = 0.

       READ-ROVER-FILE-RECORD.

           READ ROVER-FILE
               AT END SET END-OF-ROVER-FILE TO TRUE
           END-READ.

           MOVE 0 TO WS-TRANSIT-MATCH.

           IF NOT END-OF-ROVER-FILE
               PERFORM SCAN-TRANSIT-ENTRY
                   VARYING WS-TRANSIT-INDEX FROM 1 BY 1
                   UNTIL WS-TRANSIT-INDEX > BATCH-TRANSIT-COUNT
                   OR WS-TRANSIT-MATCH > 0
           END-IF.

       SCAN-TRANSIT-ENTRY.

           IF BATCH-TRANSIT-ID(WS-TRANSIT-INDEX) = ROVER-ID
               MOVE WS-TRANSIT-INDEX TO WS-TRANSIT-MATCH
           END-IF.

       SKIP-TRANSIT-ROVER-RECORD.

           IF WS-TRANSIT-IN-GROUP = 'N'
               ADD 1 TO WS-TRANSIT-SKIPS
               DISPLAY 'ROVER-BATCH: ROVER ' ROVER-ID
                   ' SKIPPED - IN TRANSIT BETWEEN SITES'
           END-IF.

           IF ROVER-MORE-SEGMENTS
               MOVE 'Y' TO WS-TRANSIT-IN-GROUP
           ELSE
               MOVE 'N' TO WS-TRANSIT-IN-GROUP
           END-IF.

           PERFORM READ-ROVER-FILE-RECORD.

       EXEC-ONE-ROVER.

           MOVE ROVER-ID TO WS-CUR-ROVER-ID.

       STORE-ROVER-MASTER.

           MOVE SPACES TO WS-JOURNAL-BEFORE.

           IF MASTER-WAS-ON-FILE
               MOVE WS-CUR-ROVER-ID TO MASTER-ROVER-ID
               READ ROVER-MASTER-FILE
               IF MASTER-RECORD-FOUND
                   MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE
               END-IF
           END-IF.

           MOVE WS-CUR-ROVER-ID TO MASTER-ROVER-ID.
           MOVE WS-ROVER-SITE TO MASTER-SITE-ID.
           MOVE X-COORD TO MASTER-X-COORD.

           IF MASTER-WAS-ON-FILE
               REWRITE ROVER-MASTER-REC
               SET JRNL-CHANGED TO TRUE
           ELSE
               WRITE ROVER-MASTER-REC
               SET JRNL-ADDED TO TRUE
           END-IF.

           ADD 1 TO WS-MASTER-UPDATES.

           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.

           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOURNAL-TIME FROM TIME.

           MOVE MASTER-ROVER-ID TO JRNL-ROVER-ID.
           MOVE WS-JOURNAL-DATE TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME TO JRNL-TIME.
           MOVE 'ROVBATCH' TO JRNL-PROGRAM.
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
                   DISPLAY 'ROVER-BATCH: WRITE FAILED ON ROVRJRNL '
                       'FOR KEY ' JRNL-KEY ' - STATUS '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RECORD-FLEET-POSITION.

           MOVE WS-CUR-ROVER-ID TO WS-FLEET-KEY-ID.
           MOVE WS-RESULTS-WRITTEN TO RESULT-TRL-ROVER-COUNT.
           MOVE WS-MASTER-UPDATES TO RESULT-TRL-MASTER-UPDS.
           MOVE WS-INSTR-TOTAL TO RESULT-TRL-INSTR-TOTAL.
           MOVE WS-TRANSIT-SKIPS TO RESULT-TRL-TRANSIT-SKIPS.

           WRITE RESULT-REC.


           WRITE AUDIT-REC.

       START-RUN-LOG.

           MOVE 'STEP010' TO RLC-STEP.
           MOVE 'ROVBATCH' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-ROVER-SEQ TO RLC-RECORDS-IN.
           MOVE WS-RESULTS-WRITTEN TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-BATCH.
