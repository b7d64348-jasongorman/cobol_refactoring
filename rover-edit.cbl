           02 WS-EL-REASON         PIC X(4).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-EL-MESSAGE        PIC X(44).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-EDIT-RUN-DATE.

           PERFORM WRITE-LISTING-HEADER.
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       LOAD-EDIT-RUN-DATE.
               DISPLAY '  ALL INPUT FILES CLEAN - FLEET RUN RELEASED'
           END-IF.

       START-RUN-LOG.

           MOVE 'STEP005' TO RLC-STEP.
           MOVE 'ROVREDIT' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-ROVER-COUNT TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-EDIT.
