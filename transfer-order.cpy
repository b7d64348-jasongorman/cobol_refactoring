       01  TRANSFER-ORDER-REC.
           02 XFER-KEY.
               03 XFER-ROVER-ID    PIC X(6).
               03 XFER-DEPART-DATE PIC 9(8).
           02 XFER-ARRIVE-DATE     PIC 9(8).
           02 XFER-FROM-SITE       PIC X(3).
           02 XFER-DEST-SITE       PIC X(3).
           02 XFER-LAND-X          PIC 9(2).
           02 XFER-LAND-Y          PIC 9(2).
           02 XFER-LAND-FACING     PIC X(1).
           02 XFER-STATUS          PIC X(1).
               88 XFER-OPEN               VALUE 'O'.
               88 XFER-ARRIVED            VALUE 'A'.
               88 XFER-CANCELLED          VALUE 'X'.
           02 XFER-OPERATOR        PIC X(8).
           02 XFER-POSTED-DATE     PIC 9(8).
           02 XFER-HOLD-REASON     PIC X(30).
