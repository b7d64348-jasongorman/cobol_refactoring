       01  RUN-LOG-REC.
           02 RLOG-KEY.
               03 RLOG-RUN-NO       PIC 9(5).
               03 RLOG-STEP         PIC X(8).
           02 RLOG-PROGRAM         PIC X(8).
           02 RLOG-RUN-DATE        PIC 9(8).
           02 RLOG-START-DATE      PIC 9(8).
           02 RLOG-START-TIME      PIC 9(8).
           02 RLOG-END-DATE        PIC 9(8).
           02 RLOG-END-TIME        PIC 9(8).
           02 RLOG-ELAPSED-SECS    PIC 9(7).
           02 RLOG-RECORDS-IN      PIC 9(9).
           02 RLOG-RECORDS-OUT     PIC 9(9).
           02 RLOG-RETURN-CODE     PIC 9(4).
