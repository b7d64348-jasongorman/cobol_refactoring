       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-OPSFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT FEED-FILE ASSIGN TO 'OPSFEED'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  EXCEPTION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'exception-record.cpy'.
       FD  FEED-FILE
           LABEL RECORD IS STANDARD.
       01  FEED-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS        PIC X(2).
           88 RUNCTL-FILE-FOUND           VALUE '00'.
       01  WS-EXCEPTION-STATUS     PIC X(2).
           88 EXCEPTION-FILE-FOUND        VALUE '00'.
       01  WS-EXCEPTION-EOF        PIC X(1).
           88 END-OF-EXCEPTION-FILE       VALUE 'Y'.
       01  WS-RUN-NO               PIC 9(5).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-FEED-COUNT           PIC 9(7) VALUE 0.
       01  WS-PAGE-COUNT           PIC 9(7) VALUE 0.
       01  WS-QUEUE-COUNT          PIC 9(7) VALUE 0.
       01  WS-FEED-HEADER.
           02 FILLER               PIC X(2)  VALUE 'H|'.
           02 WS-FH-RUN-DATE       PIC 9(8).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FH-RUN-NO         PIC 9(5).
       01  WS-FEED-DETAIL.
           02 FILLER               PIC X(2)  VALUE 'D|'.
           02 WS-FD-ROUTE          PIC X(5).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FD-SEVERITY       PIC X(1).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FD-RUN-NO         PIC 9(5).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FD-PROGRAM        PIC X(8).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FD-ROVER          PIC X(6).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FD-SITE           PIC X(3).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FD-MESSAGE        PIC X(60).
       01  WS-FEED-TRAILER.
           02 FILLER               PIC X(2)  VALUE 'T|'.
           02 WS-FT-COUNT          PIC 9(7).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FT-PAGE-COUNT     PIC 9(7).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-FT-QUEUE-COUNT    PIC 9(7).
       01  WS-LIST-LINE.
           02 WS-LL-ROUTE          PIC X(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LL-SEVERITY       PIC X(1).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LL-PROGRAM        PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LL-ROVER          PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LL-SITE           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-LL-MESSAGE        PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-CONTROL.

           OPEN INPUT EXCEPTION-FILE.

           IF NOT EXCEPTION-FILE-FOUND
               DISPLAY 'ROVER-OPSFEED: EXCPIN DATASET NOT AVAILABLE - '
                   'STATUS ' WS-EXCEPTION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FEED-FILE.

           PERFORM WRITE-HEADER-RECORD.

           DISPLAY '  OPERATIONS EXCEPTION FEED FOR RUN ' WS-RUN-NO
               ' OF ' WS-RUN-DATE.
           DISPLAY ' '.
           DISPLAY '  ROUTE  S  PROGRAM   ROVER   SITE MESSAGE'.
           DISPLAY '  -----  -  --------  ------  ---  -------'.

           MOVE 'N' TO WS-EXCEPTION-EOF.

           PERFORM READ-EXCEPTION-RECORD.
           PERFORM FEED-ONE-EXCEPTION UNTIL END-OF-EXCEPTION-FILE.

           PERFORM WRITE-TRAILER-RECORD.

           CLOSE EXCEPTION-FILE, FEED-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  EXCEPTIONS FED:       ' WS-FEED-COUNT.
           DISPLAY '  ROUTED TO PAGE:       ' WS-PAGE-COUNT.
           DISPLAY '  ROUTED TO WORK QUEUE: ' WS-QUEUE-COUNT.

           IF WS-PAGE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE.

           IF NOT RUNCTL-FILE-FOUND
               DISPLAY 'ROVER-OPSFEED: RUNCTL DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'ROVER-OPSFEED: RUNCTL DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE RUN-CTL-RUN-NO TO WS-RUN-NO.
           MOVE RUN-CTL-RUN-DATE TO WS-RUN-DATE.

           CLOSE RUN-CONTROL-FILE.

       WRITE-HEADER-RECORD.

           MOVE WS-RUN-DATE TO WS-FH-RUN-DATE.
           MOVE WS-RUN-NO TO WS-FH-RUN-NO.
           MOVE SPACES TO FEED-REC.
           MOVE WS-FEED-HEADER TO FEED-REC.
           WRITE FEED-REC.

       READ-EXCEPTION-RECORD.

           READ EXCEPTION-FILE
               AT END SET END-OF-EXCEPTION-FILE TO TRUE
           END-READ.

       FEED-ONE-EXCEPTION.

           IF EXCP-HIGH
               MOVE 'PAGE' TO WS-FD-ROUTE
               ADD 1 TO WS-PAGE-COUNT
           ELSE
               MOVE 'QUEUE' TO WS-FD-ROUTE
               ADD 1 TO WS-QUEUE-COUNT
           END-IF.

           MOVE EXCP-SEVERITY TO WS-FD-SEVERITY.
           MOVE EXCP-RUN-NO TO WS-FD-RUN-NO.
           MOVE EXCP-PROGRAM TO WS-FD-PROGRAM.
           MOVE EXCP-ROVER-ID TO WS-FD-ROVER.
           MOVE EXCP-SITE-ID TO WS-FD-SITE.
           MOVE EXCP-MESSAGE TO WS-FD-MESSAGE.

           MOVE SPACES TO FEED-REC.
           MOVE WS-FEED-DETAIL TO FEED-REC.
           WRITE FEED-REC.

           ADD 1 TO WS-FEED-COUNT.

           MOVE WS-FD-ROUTE TO WS-LL-ROUTE.
           MOVE EXCP-SEVERITY TO WS-LL-SEVERITY.
           MOVE EXCP-PROGRAM TO WS-LL-PROGRAM.
           MOVE EXCP-ROVER-ID TO WS-LL-ROVER.
           MOVE EXCP-SITE-ID TO WS-LL-SITE.
           MOVE EXCP-MESSAGE TO WS-LL-MESSAGE.

           DISPLAY '  ' WS-LIST-LINE.

           PERFORM READ-EXCEPTION-RECORD.

       WRITE-TRAILER-RECORD.

           MOVE WS-FEED-COUNT TO WS-FT-COUNT.
           MOVE WS-PAGE-COUNT TO WS-FT-PAGE-COUNT.
           MOVE WS-QUEUE-COUNT TO WS-FT-QUEUE-COUNT.
           MOVE SPACES TO FEED-REC.
           MOVE WS-FEED-TRAILER TO FEED-REC.
           WRITE FEED-REC.

       END PROGRAM ROVER-OPSFEED.
