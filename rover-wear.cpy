       01  ROVER-WEAR-REC.
           02 WEAR-ROVER-ID        PIC X(6).
           02 WEAR-LIFE-MOVES      PIC 9(7).
           02 WEAR-LIFE-TURNS      PIC 9(7).
           02 WEAR-SVC-MOVES       PIC 9(7).
           02 WEAR-SVC-TURNS       PIC 9(7).
           02 WEAR-LAST-SVC-DATE   PIC 9(8).
           02 WEAR-LAST-RUN-NO     PIC 9(5).
           02 WEAR-LAST-RUN-DATE   PIC 9(8).
