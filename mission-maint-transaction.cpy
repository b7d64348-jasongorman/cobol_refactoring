       01  MSN-MAINT-TRAN-REC.
           02 MMT-ACTION           PIC X(1).
               88 MMT-CANCEL-MISSION      VALUE 'X'.
               88 MMT-CHANGE-MISSION      VALUE 'C'.
               88 MMT-MOVE-MISSION        VALUE 'M'.
               88 MMT-FAIL-MISSION        VALUE 'F'.
           02 MMT-ROVER-ID         PIC X(6).
           02 MMT-SEQ-NO           PIC 9(5).
           02 MMT-OPERATOR         PIC X(8).
           02 MMT-PRIORITY         PIC 9(1).
           02 MMT-REQ-DATE         PIC 9(8).
           02 MMT-NEW-ROVER-ID     PIC X(6).
           02 MMT-INSTR            PIC X(100).
