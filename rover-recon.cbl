               ORGANIZATION IS SEQUENTIAL.
           SELECT ZONE-FILE ASSIGN TO 'LZIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'EXCPOUT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
       FD  ZONE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'landing-zone.cpy'.
       FD  EXCEPTION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'exception-record.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-RESULT-EOF           PIC X(1).
           88 END-OF-RESULT-FILE          VALUE 'Y'.
               03 WS-RL-ZY-MAX      PIC Z9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-RL-STATUS         PIC 9.
       01  WS-EXCEPTION-MESSAGE.
           02 FILLER               PIC X(10) VALUE 'LANDED AT '.
           02 WS-EM-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-EM-Y              PIC 9(2).
           02 FILLER               PIC X(16) VALUE
               ' OUTSIDE ZONE X '.
           02 WS-EM-ZX-MIN         PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '-'.
           02 WS-EM-ZX-MAX         PIC 9(2).
           02 FILLER               PIC X(3)  VALUE ' Y '.
           02 WS-EM-ZY-MIN         PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '-'.
           02 WS-EM-ZY-MAX         PIC 9(2).
           02 FILLER               PIC X(8)  VALUE ' STATUS '.
           02 WS-EM-STATUS         PIC 9(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CLOSE ZONE-FILE.

           OPEN INPUT RESULT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-RESULT-RECORD.
           PERFORM CHECK-ONE-ROVER UNTIL END-OF-RESULT-FILE.
           PERFORM WRITE-REPORT-FOOTER.

           CLOSE RESULT-FILE, EXCEPTION-FILE.

           STOP RUN.


           DISPLAY '  ' WS-REPORT-LINE.

           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-EXCEPTION-RECORD.

           MOVE RESULT-X-COORD TO WS-EM-X.
           MOVE RESULT-Y-COORD TO WS-EM-Y.
           MOVE WS-ZONE-MIN-X(WS-ZONE-MATCH) TO WS-EM-ZX-MIN.
           MOVE WS-ZONE-MAX-X(WS-ZONE-MATCH) TO WS-EM-ZX-MAX.
           MOVE WS-ZONE-MIN-Y(WS-ZONE-MATCH) TO WS-EM-ZY-MIN.
           MOVE WS-ZONE-MAX-Y(WS-ZONE-MATCH) TO WS-EM-ZY-MAX.
           MOVE RESULT-STATUS TO WS-EM-STATUS.

           MOVE RESULT-RUN-NO TO EXCP-RUN-NO.
           MOVE RESULT-RUN-DATE TO EXCP-RUN-DATE.
           MOVE 'ROVRRECN' TO EXCP-PROGRAM.
           SET EXCP-MEDIUM TO TRUE.
           MOVE RESULT-ROVER-ID TO EXCP-ROVER-ID.
           MOVE RESULT-SITE-ID TO EXCP-SITE-ID.
           MOVE WS-EXCEPTION-MESSAGE TO EXCP-MESSAGE.

           WRITE EXCEPTION-REC.

       WRITE-REPORT-FOOTER.

           DISPLAY '  --------------------------------------------'.
