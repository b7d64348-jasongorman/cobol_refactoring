       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-RUNLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT STEP-NAME-FILE ASSIGN TO 'RLOGSTEP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPNAME-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'ROVRRLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RLOG-KEY
               FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  STEP-NAME-FILE
           LABEL RECORD IS STANDARD.
       01  STEP-NAME-REC.
           02 STEP-NAME-OVERRIDE   PIC X(8).
       FD  RUN-LOG-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-log.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS        PIC X(2).
           88 RUNCTL-FILE-FOUND           VALUE '00'.
       01  WS-STEPNAME-STATUS      PIC X(2).
           88 STEPNAME-FILE-FOUND         VALUE '00'.
       01  WS-LOG-STEP             PIC X(8).
       01  WS-RLOG-STATUS          PIC X(2).
           88 RLOG-IO-OK                  VALUE '00'.
           88 RLOG-DUPLICATE              VALUE '22'.
       01  WS-RUN-NO               PIC 9(5).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-START-DATE           PIC 9(8) VALUE 0.
       01  WS-START-TIME           PIC 9(8) VALUE 0.
       01  WS-END-DATE             PIC 9(8).
       01  WS-END-TIME             PIC 9(8).
       01  WS-CLOCK-TIME           PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           02 WS-CLOCK-HH          PIC 9(2).
           02 WS-CLOCK-MM          PIC 9(2).
           02 WS-CLOCK-SS          PIC 9(2).
           02 WS-CLOCK-HS          PIC 9(2).
       01  WS-CLOCK-SECS           PIC 9(5).
       01  WS-START-SECS           PIC 9(5).
       01  WS-END-SECS             PIC 9(5).
       LINKAGE SECTION.
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION USING RUN-LOG-CALL.
       MAIN-PROCEDURE.

           IF RLC-STEP-START
               ACCEPT WS-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-START-TIME FROM TIME
           ELSE
               PERFORM POST-STEP-END
           END-IF.

           MOVE RLC-RETURN-CODE TO RETURN-CODE.

           GOBACK.

       POST-STEP-END.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.

           OPEN I-O RUN-LOG-FILE.

           IF NOT RLOG-IO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE RLC-STEP TO WS-LOG-STEP.
           PERFORM LOAD-STEP-NAME.

           MOVE RLC-RUN-NO TO WS-RUN-NO.
           MOVE RLC-RUN-DATE TO WS-RUN-DATE.

           IF WS-RUN-NO = 0
               PERFORM LOAD-RUN-CONTROL
           END-IF.

           IF WS-RUN-NO = 0
               DISPLAY 'ROVER-RUNLOG: NO RUN NUMBER ON RUNCTL - STEP '
                   WS-LOG-STEP ' NOT LOGGED'
               CLOSE RUN-LOG-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-START-DATE = 0
               MOVE WS-END-DATE TO WS-START-DATE
               MOVE WS-END-TIME TO WS-START-TIME
           END-IF.

           MOVE WS-START-TIME TO WS-CLOCK-TIME.
           PERFORM CONVERT-CLOCK-TO-SECS.
           MOVE WS-CLOCK-SECS TO WS-START-SECS.

           MOVE WS-END-TIME TO WS-CLOCK-TIME.
           PERFORM CONVERT-CLOCK-TO-SECS.
           MOVE WS-CLOCK-SECS TO WS-END-SECS.

           MOVE WS-RUN-NO TO RLOG-RUN-NO.
           MOVE WS-LOG-STEP TO RLOG-STEP.
           MOVE RLC-PROGRAM TO RLOG-PROGRAM.
           MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
           MOVE WS-START-DATE TO RLOG-START-DATE.
           MOVE WS-START-TIME TO RLOG-START-TIME.
           MOVE WS-END-DATE TO RLOG-END-DATE.
           MOVE WS-END-TIME TO RLOG-END-TIME.
           MOVE RLC-RECORDS-IN TO RLOG-RECORDS-IN.
           MOVE RLC-RECORDS-OUT TO RLOG-RECORDS-OUT.
           MOVE RLC-RETURN-CODE TO RLOG-RETURN-CODE.

           IF WS-END-DATE = WS-START-DATE
               COMPUTE RLOG-ELAPSED-SECS =
                   WS-END-SECS - WS-START-SECS
           ELSE
               COMPUTE RLOG-ELAPSED-SECS =
                   WS-END-SECS + 86400 - WS-START-SECS
           END-IF.

           WRITE RUN-LOG-REC.

           IF RLOG-DUPLICATE
               REWRITE RUN-LOG-REC
           END-IF.

           IF RLOG-IO-OK
               DISPLAY 'ROVER-RUNLOG: RUN ' RLOG-RUN-NO ' ' RLOG-STEP
                   ' ' RLOG-PROGRAM ' ELAPSED ' RLOG-ELAPSED-SECS
                   ' SECS RC ' RLOG-RETURN-CODE
           ELSE
               DISPLAY 'ROVER-RUNLOG: WRITE FAILED ON ROVRRLOG FOR '
                   'KEY ' RLOG-KEY ' - STATUS ' WS-RLOG-STATUS
           END-IF.

           CLOSE RUN-LOG-FILE.

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

       LOAD-STEP-NAME.

           OPEN INPUT STEP-NAME-FILE.

           IF STEPNAME-FILE-FOUND
               READ STEP-NAME-FILE
                   NOT AT END
                       IF STEP-NAME-OVERRIDE NOT = SPACES
                           MOVE STEP-NAME-OVERRIDE TO WS-LOG-STEP
                       END-IF
               END-READ
               CLOSE STEP-NAME-FILE
           END-IF.

       CONVERT-CLOCK-TO-SECS.

           COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

       END PROGRAM ROVER-RUNLOG.
