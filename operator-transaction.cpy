       01  OPERATOR-TRAN-REC.
           02 OPT-ACTION           PIC X(1).
               88 OPT-ADD-OPERATOR        VALUE 'A'.
               88 OPT-CHANGE-OPERATOR     VALUE 'C'.
               88 OPT-DELETE-OPERATOR     VALUE 'D'.
           02 OPT-OPERATOR-ID      PIC X(8).
           02 OPT-OPERATOR-NAME    PIC X(20).
           02 OPT-INQUIRY          PIC X(1).
           02 OPT-MISSION          PIC X(1).
           02 OPT-SUSPENSE         PIC X(1).
           02 OPT-ALL-SITES        PIC X(1).
           02 OPT-SITE-LIST.
               03 OPT-SITE         PIC X(3) OCCURS 10 TIMES.
           02 OPT-ADMIN-ID         PIC X(8).
