               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK          VALUE '00'.
           88 MASTER-RECORD-FOUND          VALUE '00'.
           88 MASTER-RECORD-NOT-FOUND      VALUE '23'.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-IO-OK               VALUE '00'.
           88 JOURNAL-DUPLICATE           VALUE '22'.
       01  WS-TRAN-EOF             PIC X(1).
           88 END-OF-TRAN-FILE            VALUE 'Y'.
       01  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-DEFAULT-ENERGY       PIC 9(5) VALUE 1000.
       01  WS-TRAN-OK              PIC X(1).
       01  WS-JOURNAL-STORED       PIC X(1).
       01  WS-JOURNAL-BEFORE       PIC X(122).
       01  WS-JOURNAL-DATE         PIC 9(8).
       01  WS-JOURNAL-TIME         PIC 9(8).
       01  WS-LOG-LINE.
           02 WS-LG-TAG            PIC X(8).
           02 WS-LG-ID             PIC X(6).
           OPEN INPUT TRAN-FILE.
           OPEN I-O ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-ROSTER: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JOURNAL-FILE.

           IF NOT JOURNAL-IO-OK
               DISPLAY 'ROVER-ROSTER: ROVRJRNL DATASET NOT '
                   'AVAILABLE - STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  ROVER MASTER ROSTER MAINTENANCE LOG'.

           PERFORM READ-TRAN-RECORD.
           PERFORM APPLY-ONE-TRAN UNTIL END-OF-TRAN-FILE.

           CLOSE TRAN-FILE, ROVER-MASTER-FILE, JOURNAL-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  TRANSACTIONS READ:    ' WS-TRAN-COUNT.

           DISPLAY ' '.
           DISPLAY '  TRAN ' WS-TRAN-COUNT ': ' TRAN-ACTION ' '
               TRAN-ROVER-ID ' BY ' TRAN-OPERATOR.

           IF TRAN-OPERATOR = SPACES
               PERFORM REJECT-TRAN
               DISPLAY '  * OPERATOR ID IS REQUIRED'
               PERFORM READ-TRAN-RECORD
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN TRAN-ADD-ROVER
                   PERFORM CHANGE-ROSTER-ROVER
               WHEN TRAN-DELETE-ROVER
                   PERFORM DELETE-ROSTER-ROVER
               WHEN TRAN-CLEAR-PENDING
                   PERFORM CLEAR-ROSTER-PENDING
               WHEN OTHER
                   PERFORM REJECT-TRAN
                   DISPLAY '  * ACTION MUST BE A, C, D OR P'
           END-EVALUATE.

           IF WS-TRAN-OK = 'Y'

           DISPLAY '  BEFORE: (NOT ON MASTER)'.

           MOVE SPACES TO WS-JOURNAL-BEFORE.

           MOVE TRAN-ROVER-ID TO MASTER-ROVER-ID.
           MOVE TRAN-SITE-ID TO MASTER-SITE-ID.
           MOVE TRAN-X-COORD TO MASTER-X-COORD.

           PERFORM LOG-MASTER-AFTER.

           SET JRNL-ADDED TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       CHANGE-ROSTER-ROVER.

           PERFORM EDIT-TRAN-POSITION.
               EXIT PARAGRAPH
           END-IF.

           MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE.
           PERFORM LOG-MASTER-BEFORE.

           MOVE TRAN-SITE-ID TO MASTER-SITE-ID.

           PERFORM LOG-MASTER-AFTER.

           SET JRNL-CHANGED TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       DELETE-ROSTER-ROVER.

           MOVE TRAN-ROVER-ID TO MASTER-ROVER-ID.
               EXIT PARAGRAPH
           END-IF.

           MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE.
           PERFORM LOG-MASTER-BEFORE.

           DELETE ROVER-MASTER-FILE.

           DISPLAY '  AFTER:  (DECOMMISSIONED - REMOVED FROM MASTER)'.

           SET JRNL-DELETED TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       CLEAR-ROSTER-PENDING.

           MOVE TRAN-ROVER-ID TO MASTER-ROVER-ID.
           READ ROVER-MASTER-FILE.

           IF NOT MASTER-RECORD-FOUND
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER NOT ON THE MASTER'
               EXIT PARAGRAPH
           END-IF.

           IF NOT MASTER-HAS-PENDING-MISSION
               PERFORM REJECT-TRAN
               DISPLAY '  * ROVER HAS NO PENDING MISSION TO CLEAR'
               EXIT PARAGRAPH
           END-IF.

           MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE.
           PERFORM LOG-MASTER-BEFORE.

           MOVE 'N' TO MASTER-PENDING-FLAG.
           MOVE SPACES TO MASTER-PENDING-INSTR.

           REWRITE ROVER-MASTER-REC.

           PERFORM LOG-MASTER-AFTER.

           SET JRNL-CHANGED TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.

           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOURNAL-TIME FROM TIME.

           MOVE TRAN-ROVER-ID TO JRNL-ROVER-ID.
           MOVE WS-JOURNAL-DATE TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME TO JRNL-TIME.
           MOVE 'ROVRRSTR' TO JRNL-PROGRAM.
           MOVE 0 TO JRNL-RUN-NO.
           MOVE TRAN-OPERATOR TO JRNL-OPERATOR.
           MOVE WS-JOURNAL-BEFORE TO JRNL-BEFORE.

           IF JRNL-DELETED
               MOVE SPACES TO JRNL-AFTER
           ELSE
               MOVE ROVER-MASTER-REC TO JRNL-AFTER
           END-IF.

           MOVE 'N' TO WS-JOURNAL-STORED.

           PERFORM WRITE-JOURNAL-ENTRY
               UNTIL WS-JOURNAL-STORED = 'Y'.

       WRITE-JOURNAL-ENTRY.

           WRITE MASTER-JOURNAL-REC.

           EVALUATE TRUE
               WHEN JOURNAL-IO-OK
                   MOVE 'Y' TO WS-JOURNAL-STORED
               WHEN JOURNAL-DUPLICATE
                   ADD 1 TO JRNL-TIME
               WHEN OTHER
                   DISPLAY 'ROVER-ROSTER: WRITE FAILED ON ROVRJRNL '
                       'FOR KEY ' JRNL-KEY ' - STATUS '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOG-MASTER-BEFORE.

           MOVE 'BEFORE: ' TO WS-LG-TAG.
