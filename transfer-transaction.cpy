       01  TRANSFER-TRAN-REC.
           02 XFT-ACTION           PIC X(1).
               88 XFT-ADD-ORDER           VALUE 'A'.
               88 XFT-CANCEL-ORDER        VALUE 'X'.
           02 XFT-ROVER-ID         PIC X(6).
           02 XFT-DEST-SITE        PIC X(3).
           02 XFT-LAND-X           PIC 9(2).
           02 XFT-LAND-Y           PIC 9(2).
           02 XFT-LAND-FACING      PIC X(1).
           02 XFT-DEPART-DATE      PIC 9(8).
           02 XFT-ARRIVE-DATE      PIC 9(8).
           02 XFT-OPERATOR         PIC X(8).
