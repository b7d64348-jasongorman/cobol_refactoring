       01  STANDING-ORDER-REC.
           02 SORD-KEY.
               03 SORD-ROVER-ID    PIC X(6).
               03 SORD-ORDER-NO    PIC 9(3).
           02 SORD-SITE-ID         PIC X(3).
           02 SORD-START-X         PIC 9(2).
           02 SORD-START-Y         PIC 9(2).
           02 SORD-START-FACING    PIC X(1).
           02 SORD-INSTR           PIC X(100).
           02 SORD-PRIORITY        PIC 9(1).
           02 SORD-REQUESTER       PIC X(8).
           02 SORD-FREQUENCY       PIC X(1).
               88 SORD-DAILY              VALUE 'D'.
               88 SORD-WEEKLY             VALUE 'W'.
               88 SORD-MONTHLY            VALUE 'M'.
           02 SORD-START-DATE      PIC 9(8).
           02 SORD-END-DATE        PIC 9(8).
           02 SORD-STATUS          PIC X(1).
               88 SORD-PENDING            VALUE 'P'.
               88 SORD-ACTIVE             VALUE 'A'.
               88 SORD-ENDED              VALUE 'E'.
               88 SORD-ROVER-GONE         VALUE 'D'.
               88 SORD-CANCELLED          VALUE 'X'.
           02 SORD-ENTERED-BY      PIC X(8).
           02 SORD-APPROVED-BY     PIC X(8).
           02 SORD-LAST-GEN-DATE   PIC 9(8).
           02 SORD-LAST-GEN-SEQ    PIC 9(5).
           02 SORD-GEN-COUNT       PIC 9(5).
