       01  MASTER-JOURNAL-REC.
           02 JRNL-KEY.
               03 JRNL-ROVER-ID     PIC X(6).
               03 JRNL-DATE         PIC 9(8).
               03 JRNL-TIME         PIC 9(8).
           02 JRNL-ACTION          PIC X(1).
               88 JRNL-ADDED              VALUE 'A'.
               88 JRNL-CHANGED            VALUE 'C'.
               88 JRNL-DELETED            VALUE 'D'.
           02 JRNL-PROGRAM         PIC X(8).
           02 JRNL-RUN-NO          PIC 9(5).
           02 JRNL-OPERATOR        PIC X(8).
           02 JRNL-BEFORE          PIC X(122).
           02 JRNL-AFTER           PIC X(122).
