       01  RUN-LOG-CALL.
           02 RLC-FUNCTION         PIC X(1).
               88 RLC-STEP-START          VALUE 'S'.
               88 RLC-STEP-END            VALUE 'E'.
           02 RLC-STEP             PIC X(8).
           02 RLC-PROGRAM          PIC X(8).
           02 RLC-RUN-NO           PIC 9(5).
           02 RLC-RUN-DATE         PIC 9(8).
           02 RLC-RECORDS-IN       PIC 9(9).
           02 RLC-RECORDS-OUT      PIC 9(9).
           02 RLC-RETURN-CODE      PIC 9(4).
