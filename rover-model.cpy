           02 MODEL-MOVE-FACTOR    PIC 9(1)V9.
           02 MODEL-TURN-COST      PIC 9(2).
           02 MODEL-CAPACITY       PIC 9(5).
           02 MODEL-SVC-MOVES      PIC 9(5).
           02 MODEL-SVC-TURNS      PIC 9(5).
