       01  EXCEPTION-REC.
           02 EXCP-RUN-NO          PIC 9(5).
           02 EXCP-RUN-DATE        PIC 9(8).
           02 EXCP-PROGRAM         PIC X(8).
           02 EXCP-SEVERITY        PIC X(1).
               88 EXCP-HIGH               VALUE 'H'.
               88 EXCP-MEDIUM             VALUE 'M'.
               88 EXCP-LOW                VALUE 'L'.
           02 EXCP-ROVER-ID        PIC X(6).
           02 EXCP-SITE-ID         PIC X(3).
           02 EXCP-MESSAGE         PIC X(60).
