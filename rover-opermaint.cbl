       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-OPERMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT TRAN-FILE ASSIGN TO 'OPERTRAN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLATEAU-FILE ASSIGN TO 'PLATIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO 'ROVROPER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPAUTH-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD.
       COPY 'operator-transaction.cpy'.
       FD  PLATEAU-FILE
           LABEL RECORD IS STANDARD.
       COPY 'plateau-record.cpy'.
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'operator-authority.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-OPERATOR-STATUS      PIC X(2).
           88 OPERATOR-IO-OK              VALUE '00'.
           88 OPERATOR-NOT-FOUND          VALUE '23'.
           88 OPERATOR-DUPLICATE          VALUE '22'.
       01  WS-TRAN-EOF             PIC X(1).
           88 END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-SITE-TABLE.
           02 WS-SITE-COUNT        PIC 9(2) VALUE 0.
           02 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               03 WS-SITE-ID       PIC X(3).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-SITE-MATCH           PIC 9(2).
       01  WS-SLOT-INDEX           PIC 9(2).
       01  WS-SLOTS-USED           PIC 9(2).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TRAN-OK              PIC X(1).
       01  WS-LOG-LINE.
           02 WS-LG-TAG            PIC X(8).
           02 WS-LG-ID             PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LG-NAME           PIC X(20).
           02 FILLER               PIC X(4)  VALUE '  I='.
           02 WS-LG-INQUIRY        PIC X(1).
           02 FILLER               PIC X(3)  VALUE ' M='.
           02 WS-LG-MISSION        PIC X(1).
           02 FILLER               PIC X(3)  VALUE ' S='.
           02 WS-LG-SUSPENSE       PIC X(1).
           02 FILLER               PIC X(7)  VALUE '  SITES'.
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-LG-SITES          PIC X(40).
           02 WS-LG-SITE-LIST REDEFINES WS-LG-SITES.
               03 WS-LG-SITE-SLOT OCCURS 10 TIMES.
                   04 WS-LG-SITE   PIC X(3).
                   04 FILLER       PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-DATE.

           OPEN INPUT TRAN-FILE.
           OPEN I-O OPERATOR-FILE.

           IF NOT OPERATOR-IO-OK
               DISPLAY 'ROVER-OPERMAINT: ROVROPER DATASET NOT '
                   'AVAILABLE - STATUS ' WS-OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-SITE-PLATEAUS.

           DISPLAY '  OPERATOR AUTHORITY MAINTENANCE LOG'.

           PERFORM READ-TRAN-RECORD.
           PERFORM APPLY-ONE-TRAN UNTIL END-OF-TRAN-FILE.

           CLOSE TRAN-FILE, OPERATOR-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  TRANSACTIONS READ:    ' WS-TRAN-COUNT.
           DISPLAY '  TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT.
           DISPLAY '  TRANSACTIONS IN ERROR:' WS-REJECT-COUNT.

           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-RUN-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-OPERMAINT: DATECARD DATASET NOT '
                   'AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-OPERMAINT: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-OPERMAINT: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-RUN-DATE.

           CLOSE DATE-FILE.

       LOAD-SITE-PLATEAUS.

           MOVE 'N' TO WS-PLATEAU-EOF.
           MOVE 0 TO WS-SITE-COUNT.

           OPEN INPUT PLATEAU-FILE.

           PERFORM READ-PLATEAU-RECORD.
           PERFORM STORE-SITE-PLATEAU UNTIL END-OF-PLATEAU-FILE.

           CLOSE PLATEAU-FILE.

       READ-PLATEAU-RECORD.

           READ PLATEAU-FILE
               AT END SET END-OF-PLATEAU-FILE TO TRUE
           END-READ.

       STORE-SITE-PLATEAU.

           IF WS-SITE-COUNT = 20
               DISPLAY 'ROVER-OPERMAINT: SITE-TABLE FULL AT 20 SITES '
                   '- PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-COUNT.
           MOVE PLAT-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT).

           PERFORM READ-PLATEAU-RECORD.

       READ-TRAN-RECORD.

           READ TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ.

       APPLY-ONE-TRAN.

           ADD 1 TO WS-TRAN-COUNT.
           MOVE 'Y' TO WS-TRAN-OK.

           DISPLAY ' '.
           DISPLAY '  TRAN ' WS-TRAN-COUNT ': ' OPT-ACTION ' '
               OPT-OPERATOR-ID ' BY ' OPT-ADMIN-ID.

           IF OPT-ADMIN-ID = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * ADMINISTRATOR ID IS REQUIRED'
               PERFORM READ-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF OPT-OPERATOR-ID = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR ID IS REQUIRED'
               PERFORM READ-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF OPT-ADMIN-ID = OPT-OPERATOR-ID
               PERFORM REJECT-TRAN
               DISPLAY '  * AN ADMINISTRATOR MAY NOT CHANGE THEIR OWN '
                   'AUTHORITY'
               PERFORM READ-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN OPT-ADD-OPERATOR
                   PERFORM ADD-OPERATOR
               WHEN OPT-CHANGE-OPERATOR
                   PERFORM CHANGE-OPERATOR
               WHEN OPT-DELETE-OPERATOR
                   PERFORM DELETE-OPERATOR
               WHEN OTHER
                   PERFORM REJECT-TRAN
                   DISPLAY '  * ACTION MUST BE A, C OR D'
           END-EVALUATE.

           IF WS-TRAN-OK = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

           PERFORM READ-TRAN-RECORD.

       REJECT-TRAN.

           IF WS-TRAN-OK = 'Y'
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

           MOVE 'N' TO WS-TRAN-OK.

       EDIT-OPERATOR-TRAN.

           IF OPT-INQUIRY NOT = 'Y' AND OPT-INQUIRY NOT = 'N'
               PERFORM REJECT-TRAN
               DISPLAY '  * INQUIRY AUTHORITY MUST BE Y OR N'
           END-IF.

           IF OPT-MISSION NOT = 'Y' AND OPT-MISSION NOT = 'N'
               PERFORM REJECT-TRAN
               DISPLAY '  * MISSION ENTRY AUTHORITY MUST BE Y OR N'
           END-IF.

           IF OPT-SUSPENSE NOT = 'Y' AND OPT-SUSPENSE NOT = 'N'
               PERFORM REJECT-TRAN
               DISPLAY '  * SUSPENSE REVIEW AUTHORITY MUST BE Y OR N'
           END-IF.

           IF OPT-ALL-SITES NOT = 'Y' AND OPT-ALL-SITES NOT = 'N'
               PERFORM REJECT-TRAN
               DISPLAY '  * ALL-SITES FLAG MUST BE Y OR N'
           END-IF.

           MOVE 0 TO WS-SLOTS-USED.

           PERFORM EDIT-ONE-SITE-SLOT
               VARYING WS-SLOT-INDEX FROM 1 BY 1
               UNTIL WS-SLOT-INDEX > 10.

           IF OPT-ALL-SITES = 'Y' AND WS-SLOTS-USED > 0
               PERFORM REJECT-TRAN
               DISPLAY '  * SITE LIST MUST BE BLANK WHEN ALL-SITES '
                   'IS Y'
           END-IF.

           IF OPT-ALL-SITES = 'N' AND WS-SLOTS-USED = 0
                   AND (OPT-MISSION = 'Y' OR OPT-SUSPENSE = 'Y')
               PERFORM REJECT-TRAN
               DISPLAY '  * AT LEAST ONE SITE IS REQUIRED FOR MISSION '
                   'OR SUSPENSE AUTHORITY'
           END-IF.

       EDIT-ONE-SITE-SLOT.

           IF OPT-SITE(WS-SLOT-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SLOTS-USED.
           MOVE 0 TO WS-SITE-MATCH.

           PERFORM SCAN-SITE-ENTRY
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT
               OR WS-SITE-MATCH > 0.

           IF WS-SITE-MATCH = 0
               PERFORM REJECT-TRAN
               DISPLAY '  * SITE ' OPT-SITE(WS-SLOT-INDEX)
                   ' IS NOT ON PLATIN'
           END-IF.

       SCAN-SITE-ENTRY.

           IF WS-SITE-ID(WS-SITE-INDEX) = OPT-SITE(WS-SLOT-INDEX)
               MOVE WS-SITE-INDEX TO WS-SITE-MATCH
           END-IF.

       ADD-OPERATOR.

           IF OPT-OPERATOR-NAME = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR NAME IS REQUIRED'
           END-IF.

           PERFORM EDIT-OPERATOR-TRAN.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE OPT-OPERATOR-ID TO OPAUTH-OPERATOR-ID.
           MOVE OPT-OPERATOR-NAME TO OPAUTH-OPERATOR-NAME.
           PERFORM MOVE-AUTHORITY-FIELDS.

           WRITE OPERATOR-AUTH-REC.

           EVALUATE TRUE
               WHEN OPERATOR-IO-OK
                   CONTINUE
               WHEN OPERATOR-DUPLICATE
                   PERFORM REJECT-TRAN
                   DISPLAY '  * OPERATOR IS ALREADY ON FILE'
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ROVER-OPERMAINT: WRITE FAILED FOR KEY '
                       OPAUTH-OPERATOR-ID ' - STATUS '
                       WS-OPERATOR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE 'ADDED:  ' TO WS-LG-TAG.
           PERFORM LOG-OPERATOR-RECORD.

       CHANGE-OPERATOR.

           PERFORM EDIT-OPERATOR-TRAN.

           MOVE OPT-OPERATOR-ID TO OPAUTH-OPERATOR-ID.
           READ OPERATOR-FILE.

           IF OPERATOR-NOT-FOUND
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR IS NOT ON FILE'
               EXIT PARAGRAPH
           END-IF.

           IF NOT OPERATOR-IO-OK
               DISPLAY 'ROVER-OPERMAINT: READ FAILED FOR KEY '
                   OPAUTH-OPERATOR-ID ' - STATUS ' WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TRAN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'BEFORE: ' TO WS-LG-TAG.
           PERFORM LOG-OPERATOR-RECORD.

           IF OPT-OPERATOR-NAME NOT = SPACES
               MOVE OPT-OPERATOR-NAME TO OPAUTH-OPERATOR-NAME
           END-IF.

           PERFORM MOVE-AUTHORITY-FIELDS.

           REWRITE OPERATOR-AUTH-REC.

           IF NOT OPERATOR-IO-OK
               DISPLAY 'ROVER-OPERMAINT: REWRITE FAILED FOR KEY '
                   OPAUTH-OPERATOR-ID ' - STATUS ' WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'AFTER:  ' TO WS-LG-TAG.
           PERFORM LOG-OPERATOR-RECORD.

       DELETE-OPERATOR.

           MOVE OPT-OPERATOR-ID TO OPAUTH-OPERATOR-ID.
           READ OPERATOR-FILE.

           IF OPERATOR-NOT-FOUND
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR IS NOT ON FILE'
               EXIT PARAGRAPH
           END-IF.

           IF NOT OPERATOR-IO-OK
               DISPLAY 'ROVER-OPERMAINT: READ FAILED FOR KEY '
                   OPAUTH-OPERATOR-ID ' - STATUS ' WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'DELETED:' TO WS-LG-TAG.
           PERFORM LOG-OPERATOR-RECORD.

           DELETE OPERATOR-FILE RECORD.

           IF NOT OPERATOR-IO-OK
               DISPLAY 'ROVER-OPERMAINT: DELETE FAILED FOR KEY '
                   OPAUTH-OPERATOR-ID ' - STATUS ' WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MOVE-AUTHORITY-FIELDS.

           MOVE OPT-INQUIRY TO OPAUTH-INQUIRY.
           MOVE OPT-MISSION TO OPAUTH-MISSION.
           MOVE OPT-SUSPENSE TO OPAUTH-SUSPENSE.
           MOVE OPT-ALL-SITES TO OPAUTH-ALL-SITES.
           MOVE OPT-SITE-LIST TO OPAUTH-SITE-LIST.
           MOVE WS-RUN-DATE TO OPAUTH-UPDATED-DATE.
           MOVE OPT-ADMIN-ID TO OPAUTH-UPDATED-BY.

       LOG-OPERATOR-RECORD.

           MOVE OPAUTH-OPERATOR-ID TO WS-LG-ID.
           MOVE OPAUTH-OPERATOR-NAME TO WS-LG-NAME.
           MOVE OPAUTH-INQUIRY TO WS-LG-INQUIRY.
           MOVE OPAUTH-MISSION TO WS-LG-MISSION.
           MOVE OPAUTH-SUSPENSE TO WS-LG-SUSPENSE.
           MOVE SPACES TO WS-LG-SITES.

           IF OPAUTH-ANY-SITE
               MOVE 'ALL' TO WS-LG-SITES
           ELSE
               PERFORM MOVE-LOG-SITE
                   VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > 10
           END-IF.

           DISPLAY '  ' WS-LOG-LINE.

       MOVE-LOG-SITE.

           MOVE OPAUTH-SITE(WS-SLOT-INDEX)
               TO WS-LG-SITE(WS-SLOT-INDEX).

       END PROGRAM ROVER-OPERMAINT.
