       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-SECRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO 'ROVRSECV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECV-KEY
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  VIOLATION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'security-violation.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-SECV-STATUS          PIC X(2).
           88 SECV-FILE-OPEN-OK           VALUE '00'.
       01  WS-SECV-EOF             PIC X(1).
           88 END-OF-SECV-FILE            VALUE 'Y'.
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-VIOLATION-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT        PIC 9(5) VALUE 0.
       01  WS-FUNCTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-SITE-REFUSED-COUNT   PIC 9(5) VALUE 0.
       01  WS-OPER-TABLE.
           02 WS-OPER-COUNT        PIC 9(3) VALUE 0.
           02 WS-OPER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPER-COUNT.
               03 WS-OPER-ID       PIC X(8).
               03 WS-OPER-TOTAL    PIC 9(5).
       01  WS-OPER-INDEX           PIC 9(3).
       01  WS-OPER-MATCH           PIC 9(3).
       01  WS-VIOLATION-LINE.
           02 WS-VL-TIME           PIC 9(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-VL-TERMID         PIC X(4).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-VL-OPERATOR       PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-VL-TRANID         PIC X(4).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-VL-FUNCTION       PIC X(17).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-VL-SITE           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-VL-ROVER          PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-VL-REASON         PIC X(25).
       01  WS-OPERATOR-TOTAL-LINE.
           02 WS-OT-OPERATOR       PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OT-TOTAL          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-REPORT-DATE.

           OPEN INPUT VIOLATION-FILE.

           IF NOT SECV-FILE-OPEN-OK
               DISPLAY 'ROVER-SECRPT: ROVRSECV DATASET NOT '
                   'AVAILABLE - STATUS ' WS-SECV-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  CICS SECURITY VIOLATIONS FOR ' WS-REPORT-DATE.
           DISPLAY ' '.
           DISPLAY '  TIME    TERM  OPERATOR  TRAN  FUNCTION         '
               '  SITE ROVER   REASON'.
           DISPLAY '  ------  ----  --------  ----  -----------------'
               '  ---  ------  -------------------------'.

           MOVE 'N' TO WS-SECV-EOF.

           MOVE WS-REPORT-DATE TO SECV-DATE.
           MOVE 0 TO SECV-TIME.
           MOVE LOW-VALUES TO SECV-TERMID.
           MOVE 0 TO SECV-SEQ.

           START VIOLATION-FILE KEY NOT < SECV-KEY
               INVALID KEY SET END-OF-SECV-FILE TO TRUE
           END-START.

           IF NOT END-OF-SECV-FILE
               PERFORM READ-VIOLATION-RECORD
               PERFORM LIST-ONE-VIOLATION UNTIL END-OF-SECV-FILE
           END-IF.

           CLOSE VIOLATION-FILE.

           IF WS-VIOLATION-COUNT = 0
               DISPLAY '  NO VIOLATIONS RECORDED'
           END-IF.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  VIOLATIONS:           ' WS-VIOLATION-COUNT.
           DISPLAY '  UNKNOWN OPERATOR:     ' WS-UNKNOWN-COUNT.
           DISPLAY '  FUNCTION REFUSED:     ' WS-FUNCTION-COUNT.
           DISPLAY '  SITE REFUSED:         '
               WS-SITE-REFUSED-COUNT.

           IF WS-OPER-COUNT > 0
               DISPLAY ' '
               DISPLAY '  VIOLATIONS BY OPERATOR'
               DISPLAY ' '
               DISPLAY '  OPERATOR  COUNT'
               DISPLAY '  --------  -----'
               PERFORM PRINT-OPERATOR-TOTAL
                   VARYING WS-OPER-INDEX FROM 1 BY 1
                   UNTIL WS-OPER-INDEX > WS-OPER-COUNT
           END-IF.

           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-REPORT-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-SECRPT: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-SECRPT: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-SECRPT: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-REPORT-DATE.

           CLOSE DATE-FILE.

       READ-VIOLATION-RECORD.

           READ VIOLATION-FILE NEXT RECORD
               AT END SET END-OF-SECV-FILE TO TRUE
           END-READ.

           IF NOT END-OF-SECV-FILE
                   AND SECV-DATE NOT = WS-REPORT-DATE
               SET END-OF-SECV-FILE TO TRUE
           END-IF.

       LIST-ONE-VIOLATION.

           ADD 1 TO WS-VIOLATION-COUNT.

           EVALUATE TRUE
               WHEN SECV-INQUIRY
                   MOVE 'INQUIRY' TO WS-VL-FUNCTION
               WHEN SECV-MISSION-ENTRY
                   MOVE 'MISSION ENTRY' TO WS-VL-FUNCTION
               WHEN SECV-SUSPENSE-REVIEW
                   MOVE 'SUSPENSE REVIEW' TO WS-VL-FUNCTION
               WHEN OTHER
                   MOVE SECV-FUNCTION TO WS-VL-FUNCTION
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SECV-UNKNOWN-OPERATOR
                   MOVE 'OPERATOR NOT ON FILE' TO WS-VL-REASON
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN SECV-FUNCTION-REFUSED
                   MOVE 'FUNCTION NOT AUTHORIZED' TO WS-VL-REASON
                   ADD 1 TO WS-FUNCTION-COUNT
               WHEN SECV-SITE-REFUSED
                   MOVE 'SITE NOT AUTHORIZED' TO WS-VL-REASON
                   ADD 1 TO WS-SITE-REFUSED-COUNT
               WHEN OTHER
                   MOVE SECV-REASON TO WS-VL-REASON
           END-EVALUATE.

           MOVE SECV-TIME TO WS-VL-TIME.
           MOVE SECV-TERMID TO WS-VL-TERMID.
           MOVE SECV-OPERATOR-ID TO WS-VL-OPERATOR.
           MOVE SECV-TRANID TO WS-VL-TRANID.
           MOVE SECV-SITE-ID TO WS-VL-SITE.
           MOVE SECV-ROVER-ID TO WS-VL-ROVER.

           DISPLAY '  ' WS-VIOLATION-LINE.

           PERFORM COUNT-OPERATOR-VIOLATION.

           PERFORM READ-VIOLATION-RECORD.

       COUNT-OPERATOR-VIOLATION.

           MOVE 0 TO WS-OPER-MATCH.

           PERFORM SCAN-OPERATOR-ENTRY
               VARYING WS-OPER-INDEX FROM 1 BY 1
               UNTIL WS-OPER-INDEX > WS-OPER-COUNT
               OR WS-OPER-MATCH > 0.

           IF WS-OPER-MATCH = 0
               IF WS-OPER-COUNT = 200
                   DISPLAY 'ROVER-SECRPT: OPER-TABLE FULL AT 200 '
                       'OPERATORS - ROVRSECV HAS MORE OPERATORS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-MATCH
               MOVE SECV-OPERATOR-ID TO WS-OPER-ID(WS-OPER-MATCH)
               MOVE 0 TO WS-OPER-TOTAL(WS-OPER-MATCH)
           END-IF.

           ADD 1 TO WS-OPER-TOTAL(WS-OPER-MATCH).

       SCAN-OPERATOR-ENTRY.

           IF WS-OPER-ID(WS-OPER-INDEX) = SECV-OPERATOR-ID
               MOVE WS-OPER-INDEX TO WS-OPER-MATCH
           END-IF.

       PRINT-OPERATOR-TOTAL.

           MOVE WS-OPER-ID(WS-OPER-INDEX) TO WS-OT-OPERATOR.
           MOVE WS-OPER-TOTAL(WS-OPER-INDEX) TO WS-OT-TOTAL.

           DISPLAY '  ' WS-OPERATOR-TOTAL-LINE.

       END PROGRAM ROVER-SECRPT.
