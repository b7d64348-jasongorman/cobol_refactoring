       01  MISSION-CHANGE-REC.
           02 MCHG-KEY.
               03 MCHG-ROVER-ID     PIC X(6).
               03 MCHG-SEQ-NO       PIC 9(5).
               03 MCHG-DATE         PIC 9(8).
               03 MCHG-TIME         PIC 9(8).
           02 MCHG-ACTION          PIC X(1).
               88 MCHG-CANCELLED          VALUE 'X'.
               88 MCHG-CHANGED            VALUE 'C'.
               88 MCHG-MOVED              VALUE 'M'.
               88 MCHG-FAILED             VALUE 'F'.
           02 MCHG-OPERATOR        PIC X(8).
           02 MCHG-SOURCE          PIC X(8).
           02 MCHG-BEFORE          PIC X(138).
           02 MCHG-AFTER           PIC X(138).
