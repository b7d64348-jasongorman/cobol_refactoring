       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-JRNLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'JRNLPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ROVRJRNL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD.
       01  JRNL-PARM-REC.
           02 PARM-ROVER-ID        PIC X(6).
           02 PARM-FROM-DATE       PIC 9(8).
           02 PARM-TO-DATE         PIC 9(8).
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'master-journal.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(2).
           88 PARM-FILE-FOUND             VALUE '00'.
       01  WS-JOURNAL-STATUS       PIC X(2).
           88 JOURNAL-FILE-OPEN-OK        VALUE '00'.
       01  WS-JOURNAL-EOF          PIC X(1).
           88 END-OF-JOURNAL-FILE         VALUE 'Y'.
       01  WS-SEL-ROVER-ID         PIC X(6)  VALUE SPACES.
       01  WS-SEL-FROM-DATE        PIC 9(8)  VALUE 0.
       01  WS-SEL-TO-DATE          PIC 9(8)  VALUE 99999999.
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT        PIC 9(7) VALUE 0.
       01  WS-IMAGE.
           02 WS-IM-ROVER-ID       PIC X(6).
           02 WS-IM-SITE-ID        PIC X(3).
           02 WS-IM-X-COORD        PIC 9(2).
           02 WS-IM-Y-COORD        PIC 9(2).
           02 WS-IM-FACING         PIC X(1).
           02 WS-IM-PENDING-FLAG   PIC X(1).
           02 WS-IM-PENDING-INSTR  PIC X(100).
           02 WS-IM-ENERGY-LEVEL   PIC 9(5).
           02 WS-IM-MODEL-CODE     PIC X(2).
       01  WS-ENTRY-LINE.
           02 WS-EL-ID             PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-EL-DATE           PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-EL-TIME           PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-EL-ACTION         PIC X(7).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-EL-PROGRAM        PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-EL-RUN            PIC ZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-EL-OPERATOR       PIC X(8).
       01  WS-IMAGE-LINE.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-IL-TAG            PIC X(8).
           02 WS-IL-SITE           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-IL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-IL-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-IL-FACING         PIC X(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-IL-ENERGY         PIC ZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-IL-PENDING        PIC X(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-IL-MODEL          PIC X(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-IL-INSTR          PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-JOURNAL-PARM.

           OPEN INPUT JOURNAL-FILE.

           IF NOT JOURNAL-FILE-OPEN-OK
               DISPLAY 'ROVER-JRNLRPT: ROVRJRNL DATASET NOT '
                   'AVAILABLE - STATUS ' WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  ROVER MASTER CHANGE JOURNAL INQUIRY'.

           IF WS-SEL-ROVER-ID = SPACES
               DISPLAY '  ROVER:      ALL'
           ELSE
               DISPLAY '  ROVER:      ' WS-SEL-ROVER-ID
           END-IF.

           DISPLAY '  DATES:      ' WS-SEL-FROM-DATE ' TO '
               WS-SEL-TO-DATE.
           DISPLAY ' '.
           DISPLAY '  ROVER-ID  DATE     TIME      ACTION   PROGRAM '
               '    RUN  OPERATOR'.
           DISPLAY '  --------  -------- --------  -------  --------'
               '  -----  --------'.

           MOVE 'N' TO WS-JOURNAL-EOF.

           MOVE WS-SEL-ROVER-ID TO JRNL-ROVER-ID.
           MOVE WS-SEL-FROM-DATE TO JRNL-DATE.
           MOVE 0 TO JRNL-TIME.

           IF WS-SEL-ROVER-ID = SPACES
               MOVE LOW-VALUES TO JRNL-KEY
           END-IF.

           START JOURNAL-FILE KEY NOT < JRNL-KEY
               INVALID KEY SET END-OF-JOURNAL-FILE TO TRUE
           END-START.

           IF NOT END-OF-JOURNAL-FILE
               PERFORM READ-NEXT-JOURNAL
               PERFORM LIST-ONE-JOURNAL UNTIL END-OF-JOURNAL-FILE
           END-IF.

           CLOSE JOURNAL-FILE.

           DISPLAY ' '.
           DISPLAY '  --------------------------------------------'.
           DISPLAY '  JOURNAL RECORDS READ:  ' WS-READ-COUNT.
           DISPLAY '  JOURNAL RECORDS LISTED:' WS-LISTED-COUNT.
           DISPLAY '    ROVERS ADDED:        ' WS-ADDED-COUNT.
           DISPLAY '    ROVERS CHANGED:      ' WS-CHANGED-COUNT.
           DISPLAY '    ROVERS DELETED:      ' WS-DELETED-COUNT.

           STOP RUN.

       LOAD-JOURNAL-PARM.

           OPEN INPUT PARM-FILE.

           IF PARM-FILE-FOUND
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM EDIT-JOURNAL-PARM
               END-READ
           END-IF.

           CLOSE PARM-FILE.

       EDIT-JOURNAL-PARM.

           MOVE PARM-ROVER-ID TO WS-SEL-ROVER-ID.

           IF PARM-FROM-DATE IS NUMERIC
               MOVE PARM-FROM-DATE TO WS-SEL-FROM-DATE
           END-IF.

           IF PARM-TO-DATE IS NUMERIC AND PARM-TO-DATE > 0
               MOVE PARM-TO-DATE TO WS-SEL-TO-DATE
           END-IF.

           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY 'ROVER-JRNLRPT: JRNLPARM FROM DATE '
                   WS-SEL-FROM-DATE ' IS AFTER TO DATE '
                   WS-SEL-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-JOURNAL.

           READ JOURNAL-FILE NEXT RECORD
               AT END SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.

           IF NOT END-OF-JOURNAL-FILE
                   AND WS-SEL-ROVER-ID NOT = SPACES
                   AND JRNL-ROVER-ID NOT = WS-SEL-ROVER-ID
               SET END-OF-JOURNAL-FILE TO TRUE
           END-IF.

       LIST-ONE-JOURNAL.

           ADD 1 TO WS-READ-COUNT.

           IF JRNL-DATE NOT < WS-SEL-FROM-DATE
                   AND JRNL-DATE NOT > WS-SEL-TO-DATE
               PERFORM PRINT-JOURNAL-ENTRY
           END-IF.

           PERFORM READ-NEXT-JOURNAL.

       PRINT-JOURNAL-ENTRY.

           ADD 1 TO WS-LISTED-COUNT.

           MOVE JRNL-ROVER-ID TO WS-EL-ID.
           MOVE JRNL-DATE TO WS-EL-DATE.
           MOVE JRNL-TIME TO WS-EL-TIME.
           MOVE JRNL-PROGRAM TO WS-EL-PROGRAM.
           MOVE JRNL-RUN-NO TO WS-EL-RUN.
           MOVE JRNL-OPERATOR TO WS-EL-OPERATOR.

           EVALUATE TRUE
               WHEN JRNL-ADDED
                   MOVE 'ADDED' TO WS-EL-ACTION
                   ADD 1 TO WS-ADDED-COUNT
               WHEN JRNL-DELETED
                   MOVE 'DELETED' TO WS-EL-ACTION
                   ADD 1 TO WS-DELETED-COUNT
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-EL-ACTION
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY '  ' WS-ENTRY-LINE.

           IF JRNL-BEFORE = SPACES
               DISPLAY '      BEFORE: (NOT ON MASTER)'
           ELSE
               MOVE 'BEFORE: ' TO WS-IL-TAG
               MOVE JRNL-BEFORE TO WS-IMAGE
               PERFORM PRINT-IMAGE-LINE
           END-IF.

           IF JRNL-AFTER = SPACES
               DISPLAY '      AFTER:  (REMOVED FROM MASTER)'
           ELSE
               MOVE 'AFTER:  ' TO WS-IL-TAG
               MOVE JRNL-AFTER TO WS-IMAGE
               PERFORM PRINT-IMAGE-LINE
           END-IF.

       PRINT-IMAGE-LINE.

           MOVE WS-IM-SITE-ID TO WS-IL-SITE.
           MOVE WS-IM-X-COORD TO WS-IL-X.
           MOVE WS-IM-Y-COORD TO WS-IL-Y.
           MOVE WS-IM-FACING TO WS-IL-FACING.
           MOVE WS-IM-ENERGY-LEVEL TO WS-IL-ENERGY.
           MOVE WS-IM-PENDING-FLAG TO WS-IL-PENDING.
           MOVE WS-IM-MODEL-CODE TO WS-IL-MODEL.
           MOVE WS-IM-PENDING-INSTR TO WS-IL-INSTR.

           DISPLAY WS-IMAGE-LINE.

       END PROGRAM ROVER-JRNLRPT.
