       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-XFERRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'ROVRXFER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-FILE-OPEN-OK           VALUE '00'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-SCHEDULED-COUNT      PIC 9(5) VALUE 0.
       01  WS-TRANSIT-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-ORDER-LINE.
           02 WS-OL-ID             PIC X(10).
           02 WS-OL-FROM           PIC X(3).
           02 FILLER               PIC X(4)  VALUE ' -> '.
           02 WS-OL-DEST           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-OL-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-FACING         PIC X(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-DEPART         PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-ARRIVE         PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-STATE          PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-OPERATOR       PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-REPORT-DATE.

           OPEN INPUT TRANSFER-FILE.

           IF NOT XFER-FILE-OPEN-OK
               DISPLAY 'ROVER-XFERRPT: ROVRXFER DATASET NOT '
                   'AVAILABLE - STATUS ' WS-XFER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  ROVER TRANSFERS IN PROGRESS AT ' WS-REPORT-DATE.
           DISPLAY ' '.
           DISPLAY '  ROVER-ID  FROM   DEST CELL   F  DEPART'
               '    ARRIVE    STATE       OPERATOR'.
           DISPLAY '  --------  ----   ---- -----  -  --------'
               '  --------  ----------  --------'.

           MOVE 'N' TO WS-XFER-EOF.

           PERFORM READ-TRANSFER-RECORD.
           PERFORM LIST-ONE-ORDER UNTIL END-OF-XFER-FILE.

           CLOSE TRANSFER-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  ORDERS READ:          ' WS-READ-COUNT.
           DISPLAY '  SCHEDULED TO DEPART:  ' WS-SCHEDULED-COUNT.
           DISPLAY '  IN TRANSIT:           ' WS-TRANSIT-COUNT.
           DISPLAY '  HELD AT ARRIVAL:      ' WS-HELD-COUNT.

           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-REPORT-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-XFERRPT: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-XFERRPT: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-XFERRPT: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-REPORT-DATE.

           CLOSE DATE-FILE.

       READ-TRANSFER-RECORD.

           READ TRANSFER-FILE NEXT RECORD
               AT END SET END-OF-XFER-FILE TO TRUE
           END-READ.

       LIST-ONE-ORDER.

           ADD 1 TO WS-READ-COUNT.

           IF XFER-OPEN
               PERFORM PRINT-ORDER-LINE
           END-IF.

           PERFORM READ-TRANSFER-RECORD.

       PRINT-ORDER-LINE.

           EVALUATE TRUE
               WHEN XFER-DEPART-DATE > WS-REPORT-DATE
                   MOVE 'SCHEDULED' TO WS-OL-STATE
                   ADD 1 TO WS-SCHEDULED-COUNT
               WHEN XFER-HOLD-REASON NOT = SPACES
                   MOVE 'HELD' TO WS-OL-STATE
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE 'IN TRANSIT' TO WS-OL-STATE
                   ADD 1 TO WS-TRANSIT-COUNT
           END-EVALUATE.

           MOVE XFER-ROVER-ID TO WS-OL-ID.
           MOVE XFER-FROM-SITE TO WS-OL-FROM.
           MOVE XFER-DEST-SITE TO WS-OL-DEST.
           MOVE XFER-LAND-X TO WS-OL-X.
           MOVE XFER-LAND-Y TO WS-OL-Y.
           MOVE XFER-LAND-FACING TO WS-OL-FACING.
           MOVE XFER-DEPART-DATE TO WS-OL-DEPART.
           MOVE XFER-ARRIVE-DATE TO WS-OL-ARRIVE.
           MOVE XFER-OPERATOR TO WS-OL-OPERATOR.

           DISPLAY '  ' WS-ORDER-LINE.

           IF XFER-HOLD-REASON NOT = SPACES
               DISPLAY '            * ' XFER-HOLD-REASON
           END-IF.

       END PROGRAM ROVER-XFERRPT.
