       01  WS-TRL-ROVER-COUNT    PIC 9(7) VALUE 0.
       01  WS-TRL-MASTER-UPDS    PIC 9(7) VALUE 0.
       01  WS-TRL-INSTR-TOTAL    PIC 9(8) VALUE 0.
       01  WS-TRL-TRANSIT-SKIPS  PIC 9(7) VALUE 0.
       01  WS-TRL-AUDIT-ROWS     PIC 9(9) VALUE 0.
       01  WS-SAVED-RUN-NO       PIC 9(5) VALUE 0.
       01  WS-SAVED-RUN-DATE     PIC 9(8) VALUE 0.
           ADD RESULT-TRL-ROVER-COUNT TO WS-TRL-ROVER-COUNT.
           ADD RESULT-TRL-MASTER-UPDS TO WS-TRL-MASTER-UPDS.
           ADD RESULT-TRL-INSTR-TOTAL TO WS-TRL-INSTR-TOTAL.

           IF RESULT-TRL-TRANSIT-SKIPS IS NUMERIC
               ADD RESULT-TRL-TRANSIT-SKIPS TO WS-TRL-TRANSIT-SKIPS
           END-IF.

           MOVE RESULT-RUN-NO TO WS-SAVED-RUN-NO.
           MOVE RESULT-RUN-DATE TO WS-SAVED-RUN-DATE.

           MOVE WS-TRL-ROVER-COUNT TO RESULT-TRL-ROVER-COUNT.
           MOVE WS-TRL-MASTER-UPDS TO RESULT-TRL-MASTER-UPDS.
           MOVE WS-TRL-INSTR-TOTAL TO RESULT-TRL-INSTR-TOTAL.
           MOVE WS-TRL-TRANSIT-SKIPS TO RESULT-TRL-TRANSIT-SKIPS.

           MOVE RESULT-REC TO RESULT-BUF-OUT.
           WRITE RESULT-BUF-OUT.
