       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-SERVICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'SVCTRAN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WEAR-FILE ASSIGN TO 'ROVRWEAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WEAR-ROVER-ID
               FILE STATUS IS WS-WEAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'service-transaction.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  WEAR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-wear.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK          VALUE '00'.
           88 MASTER-RECORD-FOUND          VALUE '00'.
       01  WS-WEAR-STATUS          PIC X(2).
           88 WEAR-IO-OK                  VALUE '00'.
           88 WEAR-RECORD-NOT-FOUND       VALUE '23'.
       01  WS-TRAN-EOF             PIC X(1).
           88 END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-WEAR-ON-FILE         PIC X(1).
       01  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TRAN-OK              PIC X(1).
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-DC-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR           PIC 9(4).
           02 WS-DC-MONTH          PIC 9(2).
           02 WS-DC-DAY            PIC 9(2).
       01  WS-LOG-LINE.
           02 WS-LG-TAG            PIC X(8).
           02 WS-LG-ID             PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 FILLER               PIC X(12) VALUE 'SVC MOVES: '.
           02 WS-LG-SVC-MOVES      PIC ZZZZZZ9.
           02 FILLER               PIC X(10) VALUE '  TURNS: '.
           02 WS-LG-SVC-TURNS      PIC ZZZZZZ9.
           02 FILLER               PIC X(14) VALUE '  LAST SVC: '.
           02 WS-LG-LAST-SVC       PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT TRAN-FILE.
           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-SERVICE: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O WEAR-FILE.

           IF NOT WEAR-IO-OK
               DISPLAY 'ROVER-SERVICE: ROVRWEAR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-WEAR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  ROVER SERVICE COMPLETION LOG'.

           PERFORM READ-TRAN-RECORD.
           PERFORM APPLY-ONE-TRAN UNTIL END-OF-TRAN-FILE.

           CLOSE TRAN-FILE, ROVER-MASTER-FILE, WEAR-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  TRANSACTIONS READ:    ' WS-TRAN-COUNT.
           DISPLAY '  SERVICES RECORDED:    ' WS-APPLIED-COUNT.
           DISPLAY '  TRANSACTIONS IN ERROR:' WS-REJECT-COUNT.

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       READ-TRAN-RECORD.

           READ TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ.

       APPLY-ONE-TRAN.

           ADD 1 TO WS-TRAN-COUNT.
           MOVE 'Y' TO WS-TRAN-OK.

           DISPLAY ' '.
           DISPLAY '  TRAN ' WS-TRAN-COUNT ': ' SVT-ROVER-ID
               ' SERVICED ' SVT-SERVICE-DATE ' BY ' SVT-ENGINEER.

           PERFORM EDIT-SERVICE-TRAN.

           IF WS-TRAN-OK = 'Y'
               PERFORM RECORD-ROVER-SERVICE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

           PERFORM READ-TRAN-RECORD.

       REJECT-TRAN.

           IF WS-TRAN-OK = 'Y'
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

           MOVE 'N' TO WS-TRAN-OK.

       EDIT-SERVICE-TRAN.

           IF SVT-ENGINEER = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * ENGINEER ID IS REQUIRED'
           END-IF.

           IF SVT-SERVICE-DATE IS NOT NUMERIC
               PERFORM REJECT-TRAN
               DISPLAY '  * SERVICE DATE MUST BE A VALID YYYYMMDD'
           ELSE
               MOVE SVT-SERVICE-DATE TO WS-DATE-CHECK
               IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                       OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
                   PERFORM REJECT-TRAN
                   DISPLAY '  * SERVICE DATE MUST BE A VALID YYYYMMDD'
               END-IF
           END-IF.

           MOVE SVT-ROVER-ID TO MASTER-ROVER-ID.
           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER NOT ON THE MASTER'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-WEAR-ON-FILE.
           MOVE SVT-ROVER-ID TO WEAR-ROVER-ID.

           READ WEAR-FILE.

           EVALUATE TRUE
               WHEN WEAR-IO-OK
                   MOVE 'Y' TO WS-WEAR-ON-FILE
                   IF SVT-SERVICE-DATE IS NUMERIC
                       AND SVT-SERVICE-DATE < WEAR-LAST-SVC-DATE
                       PERFORM REJECT-TRAN
                       DISPLAY '  * ROVER ALREADY SERVICED ON '
                           WEAR-LAST-SVC-DATE ' - DATE IS EARLIER'
                   END-IF
               WHEN WEAR-RECORD-NOT-FOUND
                   MOVE SVT-ROVER-ID TO WEAR-ROVER-ID
                   MOVE 0 TO WEAR-LIFE-MOVES
                   MOVE 0 TO WEAR-LIFE-TURNS
                   MOVE 0 TO WEAR-SVC-MOVES
                   MOVE 0 TO WEAR-SVC-TURNS
                   MOVE 0 TO WEAR-LAST-SVC-DATE
                   MOVE 0 TO WEAR-LAST-RUN-NO
                   MOVE 0 TO WEAR-LAST-RUN-DATE
               WHEN OTHER
                   DISPLAY 'ROVER-SERVICE: READ FAILED FOR ROVER '
                       WEAR-ROVER-ID ' - STATUS ' WS-WEAR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RECORD-ROVER-SERVICE.

           PERFORM LOG-WEAR-BEFORE.

           MOVE 0 TO WEAR-SVC-MOVES.
           MOVE 0 TO WEAR-SVC-TURNS.
           MOVE SVT-SERVICE-DATE TO WEAR-LAST-SVC-DATE.

           IF WS-WEAR-ON-FILE = 'Y'
               REWRITE ROVER-WEAR-REC
           ELSE
               WRITE ROVER-WEAR-REC
           END-IF.

           IF NOT WEAR-IO-OK
               DISPLAY 'ROVER-SERVICE: WRITE FAILED FOR ROVER '
                   WEAR-ROVER-ID ' - STATUS ' WS-WEAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOG-WEAR-AFTER.

       LOG-WEAR-BEFORE.

           MOVE '  BEFORE' TO WS-LG-TAG.
           PERFORM LOG-WEAR-RECORD.

       LOG-WEAR-AFTER.

           MOVE '  AFTER ' TO WS-LG-TAG.
           PERFORM LOG-WEAR-RECORD.

       LOG-WEAR-RECORD.

           MOVE WEAR-ROVER-ID TO WS-LG-ID.
           MOVE WEAR-SVC-MOVES TO WS-LG-SVC-MOVES.
           MOVE WEAR-SVC-TURNS TO WS-LG-SVC-TURNS.
           MOVE WEAR-LAST-SVC-DATE TO WS-LG-LAST-SVC.

           DISPLAY WS-LOG-LINE.

       END PROGRAM ROVER-SERVICE.
