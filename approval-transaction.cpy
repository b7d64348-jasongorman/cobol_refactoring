       01  APPROVAL-TRAN-REC.
           02 APT-ACTION           PIC X(1).
               88 APT-APPROVE             VALUE 'A'.
               88 APT-REJECT              VALUE 'R'.
           02 APT-ROVER-ID         PIC X(6).
           02 APT-SEQ-NO           PIC 9(5).
           02 APT-SUPERVISOR       PIC X(8).
           02 APT-REASON           PIC X(40).
