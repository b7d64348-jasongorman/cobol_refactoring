       01  RUN-CONTROL-REC.
           02 RUN-CTL-RUN-NO       PIC 9(5).
           02 RUN-CTL-RUN-DATE     PIC 9(8).
           02 RUN-CTL-STATUS       PIC X(1).
               88 RUN-CTL-BACKED-OUT      VALUE 'B'.
           02 RUN-CTL-BACKOUT-DATE PIC 9(8).
