       01  COVERAGE-REC.
           02 COV-KEY.
               03 COV-SITE-ID      PIC X(3).
               03 COV-X            PIC 9(2).
               03 COV-Y            PIC 9(2).
           02 COV-FIRST-DATE       PIC 9(8).
           02 COV-FIRST-ROVER-ID   PIC X(6).
           02 COV-LAST-DATE        PIC 9(8).
           02 COV-LAST-ROVER-ID    PIC X(6).
           02 COV-LAST-RUN-NO      PIC 9(5).
