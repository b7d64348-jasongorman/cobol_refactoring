           MOVE MREQ-START-Y TO MISSION-START-Y.
           MOVE MREQ-START-FACING TO MISSION-START-FACING.
           MOVE WS-INSTR-BUFFER TO MISSION-INSTR.
           SET MISSION-AWAITING-APPROVAL TO TRUE.
           MOVE 0 TO MISSION-RESULT-STATUS.

           MOVE 'N' TO WS-MISSION-STORED.
