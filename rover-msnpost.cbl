               FILE STATUS IS WS-MISSION-STATUS.
           SELECT DROP-FILE ASSIGN TO 'DROPOUT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPOUT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           LABEL RECORD IS STANDARD.
       01  DROP-CARD-REC.
           02 DROP-ROVER-ID        PIC X(6).
       FD  EXCEPTION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'exception-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-IO-OK               VALUE '00'.
           02 WS-PL-STATUS         PIC 9(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-PL-ACTION         PIC X(10).
       01  WS-EXCEPTION-MESSAGE.
           02 FILLER               PIC X(8)  VALUE 'MISSION '.
           02 WS-EM-SEQ            PIC 9(5).
           02 FILLER               PIC X(8)  VALUE ' STATUS '.
           02 WS-EM-STATUS         PIC 9(1).
           02 FILLER               PIC X(3)  VALUE ' - '.
           02 WS-EM-TEXT           PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT RESULT-FILE.
           OPEN I-O MISSION-FILE.
           OPEN OUTPUT DROP-FILE.
           OPEN OUTPUT EXCEPTION-FILE.

           IF NOT MISSION-IO-OK
               DISPLAY 'ROVER-MSNPOST: MSNQ DATASET NOT AVAILABLE - '
           PERFORM READ-RESULT-RECORD.
           PERFORM POST-ONE-RESULT UNTIL END-OF-RESULT-FILE.

           CLOSE RESULT-FILE, MISSION-FILE, DROP-FILE, EXCEPTION-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  RESULT DETAILS READ:     ' WS-RESULTS-READ.
               PERFORM LOG-POSTING
               MOVE 'NOT FOUND' TO WS-PL-ACTION
               DISPLAY '  ' WS-POST-LINE
               SET EXCP-MEDIUM TO TRUE
               MOVE 'NOT ON MSNQ - RESULT NOT POSTED' TO WS-EM-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF.

               MOVE 'P1 REQUEUE' TO WS-PL-ACTION
               MOVE RESULT-ROVER-ID TO DROP-ROVER-ID
               WRITE DROP-CARD-REC
               SET EXCP-LOW TO TRUE
               MOVE 'PRIORITY 1 FAILED - REQUEUED' TO WS-EM-TEXT
           ELSE
               SET MISSION-FAILED TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FAILED' TO WS-PL-ACTION
               SET EXCP-MEDIUM TO TRUE
               MOVE 'FAILED - DROPPED FROM QUEUE' TO WS-EM-TEXT
           END-IF.

           PERFORM REWRITE-MISSION.
           PERFORM WRITE-EXCEPTION-RECORD.

       REWRITE-MISSION.


           ADD 1 TO WS-POSTED-COUNT.

       WRITE-EXCEPTION-RECORD.

           MOVE RESULT-MISSION-SEQ TO WS-EM-SEQ.
           MOVE RESULT-STATUS TO WS-EM-STATUS.

           MOVE RESULT-RUN-NO TO EXCP-RUN-NO.
           MOVE RESULT-RUN-DATE TO EXCP-RUN-DATE.
           MOVE 'ROVRMPST' TO EXCP-PROGRAM.
           MOVE RESULT-ROVER-ID TO EXCP-ROVER-ID.
           MOVE RESULT-SITE-ID TO EXCP-SITE-ID.
           MOVE WS-EXCEPTION-MESSAGE TO EXCP-MESSAGE.

           WRITE EXCEPTION-REC.

       LOG-POSTING.

           MOVE RESULT-ROVER-ID TO WS-PL-ID.
