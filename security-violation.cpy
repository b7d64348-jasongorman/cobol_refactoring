       01  SECURITY-VIOLATION-REC.
           02 SECV-KEY.
               03 SECV-DATE        PIC 9(8).
               03 SECV-TIME        PIC 9(6).
               03 SECV-TERMID      PIC X(4).
               03 SECV-SEQ         PIC 9(2).
           02 SECV-OPERATOR-ID     PIC X(8).
           02 SECV-TRANID          PIC X(4).
           02 SECV-FUNCTION        PIC X(1).
               88 SECV-INQUIRY            VALUE 'I'.
               88 SECV-MISSION-ENTRY      VALUE 'M'.
               88 SECV-SUSPENSE-REVIEW    VALUE 'S'.
           02 SECV-REASON          PIC X(1).
               88 SECV-UNKNOWN-OPERATOR   VALUE 'U'.
               88 SECV-FUNCTION-REFUSED   VALUE 'F'.
               88 SECV-SITE-REFUSED       VALUE 'S'.
           02 SECV-SITE-ID         PIC X(3).
           02 SECV-ROVER-ID        PIC X(6).
