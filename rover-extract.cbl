           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RESULT-FILE ASSIGN TO 'ROVEROUT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  RESULT-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-result.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-RUNCTL-STATUS        PIC X(2).
           88 RUNCTL-FILE-FOUND           VALUE '00'.
       01  WS-RUNCTL-BACKED-OUT    PIC X(1)  VALUE 'N'.
       01  WS-BACKED-OUT-RUN-NO    PIC 9(5)  VALUE 0.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-RECORD-FOUND          VALUE '00'.
           88 MASTER-RECORD-NOT-FOUND      VALUE '23'.
       01  WS-RESULT-EOF           PIC X(1).
           88 END-OF-RESULT-FILE          VALUE 'Y'.
       01  WS-RESULT-COUNT         PIC 9(7) VALUE 0.
       01  WS-EXTRACT-COUNT        PIC 9(7) VALUE 0.
       01  WS-INTF-HEADER.
           02 FILLER               PIC X(2)  VALUE 'H|'.
       01  WS-INTF-TRAILER.
           02 FILLER               PIC X(2)  VALUE 'T|'.
           02 WS-IT-COUNT          PIC 9(7).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-RUN-DATE.
           PERFORM LOAD-RUN-CONTROL.

           OPEN INPUT RESULT-FILE.

           IF WS-RUNCTL-BACKED-OUT = 'Y'
               PERFORM CHECK-RUN-NOT-BACKED-OUT
           END-IF.

           OPEN INPUT ROVER-MASTER-FILE.
           OPEN OUTPUT INTERFACE-FILE.

           DISPLAY 'ROVER-EXTRACT: ROVERS EXTRACTED: '
               WS-EXTRACT-COUNT.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       LOAD-RUN-DATE.

           CLOSE DATE-FILE.

       LOAD-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE.

           IF RUNCTL-FILE-FOUND
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF RUN-CTL-BACKED-OUT
                           MOVE 'Y' TO WS-RUNCTL-BACKED-OUT
                           MOVE RUN-CTL-RUN-NO TO WS-BACKED-OUT-RUN-NO
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       CHECK-RUN-NOT-BACKED-OUT.

           PERFORM READ-RESULT-RECORD.

           IF NOT END-OF-RESULT-FILE
                   AND RESULT-RUN-NO = WS-BACKED-OUT-RUN-NO
               DISPLAY 'ROVER-EXTRACT: RUN ' WS-BACKED-OUT-RUN-NO
                   ' HAS BEEN BACKED OUT - NO INTERFACE FILE PRODUCED'
               CLOSE RESULT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE RESULT-FILE.
           OPEN INPUT RESULT-FILE.
           MOVE 'N' TO WS-RESULT-EOF.

       WRITE-HEADER-RECORD.

           MOVE SPACES TO INTERFACE-REC.

       EXTRACT-ONE-ROVER.

           ADD 1 TO WS-RESULT-COUNT.

           IF RESULT-DETAIL-REC
               MOVE RESULT-ROVER-ID TO WS-ID-ROVER
               MOVE RESULT-SITE-ID TO WS-ID-SITE
           MOVE WS-INTF-TRAILER TO INTERFACE-REC.
           WRITE INTERFACE-REC.

       START-RUN-LOG.

           MOVE 'STEP030' TO RLC-STEP.
           MOVE 'ROVRXTRT' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-RESULT-COUNT TO RLC-RECORDS-IN.
           MOVE WS-EXTRACT-COUNT TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-EXTRACT.
