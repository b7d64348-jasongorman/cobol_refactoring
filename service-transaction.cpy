       01  SERVICE-TRAN-REC.
           02 SVT-ROVER-ID         PIC X(6).
           02 SVT-SERVICE-DATE     PIC 9(8).
           02 SVT-ENGINEER         PIC X(8).
