           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPOUT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROVER-MASTER-FILE
       FD  SUSPENSE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'suspense-record.cpy'.
       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  EXCEPTION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'exception-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK         VALUE '00'.
           88 HISTORY-FILE-OPEN-OK        VALUE '00'.
       01  WS-SUSPENSE-STATUS      PIC X(2).
           88 SUSPENSE-FILE-FOUND         VALUE '00'.
       01  WS-RUNCTL-STATUS        PIC X(2).
           88 RUNCTL-FILE-FOUND           VALUE '00'.
       01  WS-RUN-NO               PIC 9(5) VALUE 0.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-HISTORY-EOF          PIC X(1).
           02 WS-AL-SEQ            PIC ZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-AL-REASON         PIC X(10).
       01  WS-EXCEPTION-MESSAGE.
           02 FILLER               PIC X(7)  VALUE 'MASTER '.
           02 WS-EM-MX             PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-EM-MY             PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-EM-MF             PIC X(1).
           02 FILLER               PIC X(9)  VALUE ' VS STEP '.
           02 WS-EM-HX             PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-EM-HY             PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-EM-HF             PIC X(1).
           02 FILLER               PIC X(5)  VALUE ' RUN '.
           02 WS-EM-RUN            PIC 9(5).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 WS-EM-REASON         PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-SUSPENSE-POSITIONS.
           PERFORM LOAD-RUN-CONTROL.

           OPEN INPUT HISTORY-FILE.

           DISPLAY '  --------  -------   ---------   ----------  '
               '-------'.

           OPEN OUTPUT EXCEPTION-FILE.

           MOVE 'N' TO WS-MASTER-EOF.

           PERFORM READ-MASTER-RECORD.
           PERFORM AUDIT-ONE-MASTER UNTIL END-OF-MASTER-FILE.

           CLOSE ROVER-MASTER-FILE, HISTORY-FILE, EXCEPTION-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  MASTER RECORDS AUDITED:  ' WS-MASTER-COUNT.

           CLOSE SUSPENSE-FILE.

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

       READ-SUSPENSE-RECORD.

           READ SUSPENSE-FILE

           DISPLAY '  ' WS-AUDIT-LINE.

           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-EXCEPTION-RECORD.

           MOVE MASTER-X-COORD TO WS-EM-MX.
           MOVE MASTER-Y-COORD TO WS-EM-MY.
           MOVE MASTER-FACING TO WS-EM-MF.
           MOVE WS-LAST-X TO WS-EM-HX.
           MOVE WS-LAST-Y TO WS-EM-HY.
           MOVE WS-LAST-FACING TO WS-EM-HF.
           MOVE WS-LAST-RUN-NO TO WS-EM-RUN.
           MOVE WS-AUDIT-REASON TO WS-EM-REASON.

           MOVE WS-RUN-NO TO EXCP-RUN-NO.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
           MOVE 'ROVRPAUD' TO EXCP-PROGRAM.

           IF WS-AUDIT-REASON = 'DRIFT'
               SET EXCP-HIGH TO TRUE
           ELSE
               SET EXCP-LOW TO TRUE
           END-IF.

           MOVE MASTER-ROVER-ID TO EXCP-ROVER-ID.
           MOVE MASTER-SITE-ID TO EXCP-SITE-ID.
           MOVE WS-EXCEPTION-MESSAGE TO EXCP-MESSAGE.

           WRITE EXCEPTION-REC.

       END PROGRAM ROVER-POSAUDIT.
