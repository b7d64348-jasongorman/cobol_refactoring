       01  RUN-CONTROL-OUT-REC.
           02 RUN-CTL-OUT-RUN-NO   PIC 9(5).
           02 RUN-CTL-OUT-RUN-DATE PIC 9(8).
           02 RUN-CTL-OUT-STATUS   PIC X(1).
           02 RUN-CTL-OUT-BKO-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
           88 CTL-IN-FILE-FOUND           VALUE '00'.
       01  WS-PRIOR-RUN-NO         PIC 9(5).
       01  WS-NEW-RUN-NO           PIC 9(5).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-PRIOR-RUN-NO.

           OPEN INPUT DATE-FILE.
           OPEN OUTPUT RUN-CONTROL-OUT-FILE.
           MOVE WS-NEW-RUN-NO TO RUN-CTL-OUT-RUN-NO.
           MOVE RUN-DATE TO RUN-CTL-OUT-RUN-DATE.
           MOVE SPACES TO RUN-CTL-OUT-STATUS.
           MOVE 0 TO RUN-CTL-OUT-BKO-DATE.
           WRITE RUN-CONTROL-OUT-REC.
           CLOSE RUN-CONTROL-OUT-FILE.

           DISPLAY 'ROVER-RUNCTL: RUN NUMBER ' WS-NEW-RUN-NO
               ' ASSIGNED FOR RUN DATE ' RUN-DATE.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       LOAD-PRIOR-RUN-NO.

           CLOSE RUN-CONTROL-IN-FILE.

       START-RUN-LOG.

           MOVE 'STEP001' TO RLC-STEP.
           MOVE 'ROVRRNCT' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-NEW-RUN-NO TO RLC-RUN-NO.
           MOVE RUN-DATE TO RLC-RUN-DATE.

           IF WS-PRIOR-RUN-NO > 0
               MOVE 1 TO RLC-RECORDS-IN
           END-IF.

           MOVE 1 TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-RUNCTL.
