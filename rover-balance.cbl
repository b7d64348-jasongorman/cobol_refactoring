               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPOUT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROVER-FILE
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD.
       COPY 'audit-record.cpy'.
       FD  EXCEPTION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'exception-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-ROVER-EOF            PIC X(1).
           88 END-OF-ROVER-FILE           VALUE 'Y'.
       01  WS-RT-ROVER-COUNT       PIC 9(7) VALUE 0.
       01  WS-RT-MASTER-UPDS       PIC 9(7) VALUE 0.
       01  WS-RT-INSTR-TOTAL       PIC 9(8) VALUE 0.
       01  WS-RT-TRANSIT-SKIPS     PIC 9(7) VALUE 0.
       01  WS-ROVERS-EXPECTED      PIC 9(7) VALUE 0.
       01  WS-AUDIT-DETAILS        PIC 9(9) VALUE 0.
       01  WS-AUDIT-TRL-SEEN       PIC X(1) VALUE 'N'.
       01  WS-AT-ROW-COUNT         PIC 9(9) VALUE 0.
       01  WS-OUT-OF-BALANCE       PIC 9(2) VALUE 0.
       01  WS-RUN-NO               PIC 9(5) VALUE 0.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           OPEN INPUT ROVER-FILE.
           PERFORM COUNT-INPUT-ROVERS.
           CLOSE ROVER-FILE.
           PERFORM TALLY-AUDIT-FILE.
           CLOSE AUDIT-FILE.

           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM PROVE-RUN-BALANCE.
           CLOSE EXCEPTION-FILE.

           IF WS-OUT-OF-BALANCE > 0
               DISPLAY '  RUN IS OUT OF BALANCE - INVESTIGATE BEFORE '
               DISPLAY '  RUN BALANCES - ALL CONTROL TOTALS AGREE'
           END-IF.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       COUNT-INPUT-ROVERS.

       TALLY-ONE-RESULT.

           MOVE RESULT-RUN-NO TO WS-RUN-NO.
           MOVE RESULT-RUN-DATE TO WS-RUN-DATE.

           IF RESULT-DETAIL-REC
               ADD 1 TO WS-RESULT-DETAILS
               ADD RESULT-INSTR-COUNT TO WS-RESULT-INSTR-SUM
               MOVE RESULT-TRL-ROVER-COUNT TO WS-RT-ROVER-COUNT
               MOVE RESULT-TRL-MASTER-UPDS TO WS-RT-MASTER-UPDS
               MOVE RESULT-TRL-INSTR-TOTAL TO WS-RT-INSTR-TOTAL
               IF RESULT-TRL-TRANSIT-SKIPS IS NUMERIC
                   MOVE RESULT-TRL-TRANSIT-SKIPS
                       TO WS-RT-TRANSIT-SKIPS
               ELSE
                   MOVE 0 TO WS-RT-TRANSIT-SKIPS
               END-IF
           END-IF.

           PERFORM READ-RESULT-RECORD.

           DISPLAY '  ROVER FLEET RUN BALANCING REPORT'.
           DISPLAY '  ROVERS READ FROM ROVERIN:     ' WS-ROVERS-READ.
           DISPLAY '  ROVERS SKIPPED IN TRANSIT:    '
               WS-RT-TRANSIT-SKIPS.
           DISPLAY '  RESULT DETAILS WRITTEN:       '
               WS-RESULT-DETAILS.
           DISPLAY '  RESULT TRAILER ROVER COUNT:   '
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY '  * ROVEROUT TRAILER RECORD IS MISSING - RUN '
                   'DID NOT COMPLETE'
               MOVE 'ROVEROUT TRAILER MISSING - RUN DID NOT COMPLETE'
                   TO EXCP-MESSAGE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

           IF WS-AUDIT-TRL-SEEN NOT = 'Y'
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY '  * AUDITOUT TRAILER RECORD IS MISSING - RUN '
                   'DID NOT COMPLETE'
               MOVE 'AUDITOUT TRAILER MISSING - RUN DID NOT COMPLETE'
                   TO EXCP-MESSAGE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

           COMPUTE WS-ROVERS-EXPECTED =
               WS-RESULT-DETAILS + WS-RT-TRANSIT-SKIPS.

           IF WS-ROVERS-READ NOT = WS-ROVERS-EXPECTED
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY '  * ROVERS READ DO NOT MATCH RESULT RECORDS '
                   'WRITTEN PLUS ROVERS SKIPPED IN TRANSIT'
               MOVE 'ROVERS READ NOT = RESULTS WRITTEN + IN TRANSIT'
                   TO EXCP-MESSAGE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

           IF WS-RESULT-DETAILS NOT = WS-RT-ROVER-COUNT
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY '  * RESULT DETAILS DO NOT MATCH RESULT '
                   'TRAILER COUNT'
               MOVE 'RESULT DETAILS NOT = RESULT TRAILER COUNT'
                   TO EXCP-MESSAGE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

           IF WS-RESULT-DETAILS NOT = WS-RT-MASTER-UPDS
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY '  * RESULT DETAILS DO NOT MATCH MASTER '
                   'RECORDS UPDATED'
               MOVE 'RESULT DETAILS NOT = MASTER RECORDS UPDATED'
                   TO EXCP-MESSAGE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

           IF WS-AUDIT-DETAILS NOT = WS-AT-ROW-COUNT
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY '  * AUDIT DETAILS DO NOT MATCH AUDIT TRAILER '
                   'COUNT'
               MOVE 'AUDIT DETAILS NOT = AUDIT TRAILER COUNT'
                   TO EXCP-MESSAGE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

           IF WS-AUDIT-DETAILS NOT = WS-RESULT-INSTR-SUM
               ADD 1 TO WS-OUT-OF-BALANCE
               DISPLAY '  * AUDIT DETAILS DO NOT MATCH SUM OF '
                   'RESULT-INSTR-COUNT'
               MOVE 'AUDIT DETAILS NOT = SUM OF RESULT-INSTR-COUNT'
                   TO EXCP-MESSAGE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

       WRITE-EXCEPTION-RECORD.

           MOVE WS-RUN-NO TO EXCP-RUN-NO.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
           MOVE 'ROVRBAL' TO EXCP-PROGRAM.
           SET EXCP-HIGH TO TRUE.
           MOVE SPACES TO EXCP-ROVER-ID.
           MOVE SPACES TO EXCP-SITE-ID.

           WRITE EXCEPTION-REC.

       START-RUN-LOG.

           MOVE 'STEP020' TO RLC-STEP.
           MOVE 'ROVRBAL' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-ROVERS-READ TO RLC-RECORDS-IN.
           MOVE WS-OUT-OF-BALANCE TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-BALANCE.
