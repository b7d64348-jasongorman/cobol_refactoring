               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPOUT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       FD  EXCEPTION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'exception-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS          PIC X(2).
           88 RATE-FILE-FOUND             VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-IO-OK                VALUE '00'.
       01  WS-RUNCTL-STATUS        PIC X(2).
           88 RUNCTL-FILE-FOUND           VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-IO-OK               VALUE '00'.
           88 JOURNAL-DUPLICATE           VALUE '22'.
       01  WS-JOURNAL-STORED       PIC X(1).
       01  WS-JOURNAL-BEFORE       PIC X(122).
       01  WS-JOURNAL-DATE         PIC 9(8).
       01  WS-JOURNAL-TIME         PIC 9(8).
       01  WS-RUN-NO               PIC 9(5) VALUE 0.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RATE-EOF             PIC X(1).
           88 END-OF-RATE-FILE            VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X(1).
           02 WS-EX-ENERGY         PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-EX-SAFE           PIC ZZZZ9.
       01  WS-LOW-ENERGY-MESSAGE.
           02 FILLER               PIC X(7)  VALUE 'ENERGY '.
           02 WS-LM-ENERGY         PIC 9(5).
           02 FILLER               PIC X(23) VALUE
               ' BELOW SITE SAFE LEVEL '.
           02 WS-LM-SAFE           PIC 9(5).
           02 FILLER               PIC X(16) VALUE
               ' - HOLD MISSIONS'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-SITE-RATES.
           PERFORM LOAD-ROVER-MODELS.
           PERFORM LOAD-RUN-CONTROL.

           OPEN I-O ROVER-MASTER-FILE.

               STOP RUN
           END-IF.

           OPEN I-O JOURNAL-FILE.

           IF NOT JOURNAL-IO-OK
               DISPLAY 'ROVER-RECHARGE: ROVRJRNL DATASET NOT '
                   'AVAILABLE - STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.

           DISPLAY '  ROVER FLEET OVERNIGHT RECHARGE EXCEPTIONS'.
           DISPLAY '  ROVERS STILL BELOW THE SITE SAFE LEVEL'.
           DISPLAY '  ROVER-ID   SITE   ENERGY   SAFE'.
               PERFORM RECHARGE-ONE-ROVER UNTIL END-OF-MASTER-FILE
           END-IF.

           CLOSE ROVER-MASTER-FILE, JOURNAL-FILE, EXCEPTION-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  MASTER RECORDS READ:  ' WS-MASTER-COUNT.

           CLOSE RATE-FILE.

       LOAD-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE.

           IF RUNCTL-FILE-FOUND
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-CTL-RUN-NO TO WS-RUN-NO
                       MOVE RUN-CTL-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       READ-RATE-RECORD.

           READ RATE-FILE
           END-IF.

           IF WS-NEW-ENERGY NOT = MASTER-ENERGY-LEVEL
               MOVE ROVER-MASTER-REC TO WS-JOURNAL-BEFORE
               MOVE WS-NEW-ENERGY TO MASTER-ENERGY-LEVEL
               REWRITE ROVER-MASTER-REC
               IF NOT MASTER-IO-OK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO WS-RECHARGED-COUNT
           END-IF.

       WRITE-JOURNAL-RECORD.

           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOURNAL-TIME FROM TIME.

           MOVE MASTER-ROVER-ID TO JRNL-ROVER-ID.
           MOVE WS-JOURNAL-DATE TO JRNL-DATE.
           MOVE WS-JOURNAL-TIME TO JRNL-TIME.
           SET JRNL-CHANGED TO TRUE.
           MOVE 'ROVRRCHG' TO JRNL-PROGRAM.
           MOVE WS-RUN-NO TO JRNL-RUN-NO.
           MOVE SPACES TO JRNL-OPERATOR.
           MOVE WS-JOURNAL-BEFORE TO JRNL-BEFORE.
           MOVE ROVER-MASTER-REC TO JRNL-AFTER.

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
                   DISPLAY 'ROVER-RECHARGE: WRITE FAILED ON ROVRJRNL '
                       'FOR KEY ' JRNL-KEY ' - STATUS '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOOKUP-ROVER-CAPACITY.

           MOVE WS-DEFAULT-CAPACITY TO WS-ROVER-CAPACITY.

           DISPLAY '  ' WS-NO-RATE-LINE.

           SET EXCP-HIGH TO TRUE.
           MOVE 'SITE NOT ON SITERATE - ROVER NOT RECHARGED'
               TO EXCP-MESSAGE.
           PERFORM WRITE-EXCEPTION-RECORD.

       PRINT-LOW-ENERGY-LINE.

           ADD 1 TO WS-LOW-COUNT.

           DISPLAY '  ' WS-EXCEPTION-LINE.

           MOVE MASTER-ENERGY-LEVEL TO WS-LM-ENERGY.
           MOVE WS-SAFE-LEVEL TO WS-LM-SAFE.

           SET EXCP-MEDIUM TO TRUE.
           MOVE WS-LOW-ENERGY-MESSAGE TO EXCP-MESSAGE.
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-EXCEPTION-RECORD.

           MOVE WS-RUN-NO TO EXCP-RUN-NO.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
           MOVE 'ROVRRCHG' TO EXCP-PROGRAM.
           MOVE MASTER-ROVER-ID TO EXCP-ROVER-ID.
           MOVE MASTER-SITE-ID TO EXCP-SITE-ID.

           WRITE EXCEPTION-REC.

       END PROGRAM ROVER-RECHARGE.
