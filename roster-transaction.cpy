               88 TRAN-ADD-ROVER          VALUE 'A'.
               88 TRAN-CHANGE-ROVER       VALUE 'C'.
               88 TRAN-DELETE-ROVER       VALUE 'D'.
               88 TRAN-CLEAR-PENDING      VALUE 'P'.
           02 TRAN-ROVER-ID        PIC X(6).
           02 TRAN-SITE-ID         PIC X(3).
           02 TRAN-X-COORD         PIC 9(2).
           02 TRAN-FACING          PIC X(1).
           02 TRAN-ENERGY-LEVEL    PIC 9(5).
           02 TRAN-MODEL-CODE      PIC X(2).
           02 TRAN-OPERATOR        PIC X(8).
