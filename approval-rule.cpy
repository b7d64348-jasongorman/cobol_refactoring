       01  APPROVAL-RULE-REC.
           02 APR-RULE-TYPE        PIC X(1).
               88 APR-PRIORITY-RULE       VALUE 'P'.
               88 APR-SITE-RULE           VALUE 'S'.
           02 APR-RULE-VALUE       PIC X(3).
           02 APR-PRIORITY-VIEW REDEFINES APR-RULE-VALUE.
               03 APR-PRIORITY-LIMIT PIC 9(1).
               03 FILLER           PIC X(2).
