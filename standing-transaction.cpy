       01  STANDING-TRAN-REC.
           02 SOT-ACTION           PIC X(1).
               88 SOT-ADD-ORDER           VALUE 'A'.
               88 SOT-APPROVE-ORDER       VALUE 'V'.
               88 SOT-CANCEL-ORDER        VALUE 'X'.
           02 SOT-ROVER-ID         PIC X(6).
           02 SOT-ORDER-NO         PIC X(3).
           02 SOT-ORDER-NUM REDEFINES SOT-ORDER-NO PIC 9(3).
           02 SOT-SITE-ID          PIC X(3).
           02 SOT-START-X          PIC 9(2).
           02 SOT-START-Y          PIC 9(2).
           02 SOT-START-FACING     PIC X(1).
           02 SOT-PRIORITY         PIC X(1).
           02 SOT-REQUESTER        PIC X(8).
           02 SOT-FREQUENCY        PIC X(1).
           02 SOT-START-DATE       PIC 9(8).
           02 SOT-END-DATE         PIC X(8).
           02 SOT-END-DATE-NUM REDEFINES SOT-END-DATE PIC 9(8).
           02 SOT-OPERATOR         PIC X(8).
           02 SOT-INSTR            PIC X(100).
