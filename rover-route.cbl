           MOVE WS-START-Y TO MISSION-START-Y.
           MOVE WS-START-FACING TO MISSION-START-FACING.
           MOVE WS-OUT-INSTR TO MISSION-INSTR.
           SET MISSION-AWAITING-APPROVAL TO TRUE.
           MOVE 0 TO MISSION-RESULT-STATUS.

           MOVE 'N' TO WS-MISSION-STORED.
