           02 SUSPM-REVIEW-FLAG    PIC X(1).
               88 SUSPM-MARKED-RELEASE    VALUE 'R'.
               88 SUSPM-MARKED-DROP       VALUE 'D'.
           02 SUSPM-REVIEWED-BY    PIC X(8).
           02 SUSPM-REVIEWED-DATE  PIC 9(8).
           02 SUSPM-REMAINING-INSTR PIC X(500).
