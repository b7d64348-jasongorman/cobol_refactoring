           MOVE SUSP-ENERGY-LEFT TO SUSPM-ENERGY-LEFT.
           MOVE SUSP-TRUNC-FLAG TO SUSPM-TRUNC-FLAG.
           MOVE SPACE TO SUSPM-REVIEW-FLAG.
           MOVE SPACES TO SUSPM-REVIEWED-BY.
           MOVE 0 TO SUSPM-REVIEWED-DATE.
           MOVE SUSP-REMAINING-INSTR TO SUSPM-REMAINING-INSTR.

           WRITE SUSP-MASTER-REC.
