       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-WEARPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WEAR-FILE ASSIGN TO 'ROVRWEAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WEAR-ROVER-ID
               FILE STATUS IS WS-WEAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD.
       COPY 'audit-record.cpy'.
       FD  WEAR-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-wear.cpy'.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC X(2).
           88 AUDIT-FILE-FOUND            VALUE '00'.
       01  WS-WEAR-STATUS          PIC X(2).
           88 WEAR-IO-OK                  VALUE '00'.
           88 WEAR-RECORD-NOT-FOUND       VALUE '23'.
       01  WS-AUDIT-EOF            PIC X(1).
           88 END-OF-AUDIT-FILE           VALUE 'Y'.
       01  WS-RUN-NO               PIC 9(5) VALUE 0.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-AUDIT-DETAILS        PIC 9(9) VALUE 0.
       01  WS-AUDIT-TRL-SEEN       PIC X(1) VALUE 'N'.
       01  WS-AT-ROW-COUNT         PIC 9(9) VALUE 0.
       01  WS-WEAR-TABLE.
           02 WS-WEAR-COUNT        PIC 9(3) VALUE 0.
           02 WS-WEAR-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-WEAR-COUNT.
               03 WS-WT-ROVER-ID   PIC X(6).
               03 WS-WT-MOVES      PIC 9(7).
               03 WS-WT-TURNS      PIC 9(7).
       01  WS-WEAR-INDEX           PIC 9(3).
       01  WS-WEAR-MATCH           PIC 9(3).
       01  WS-WEAR-ON-FILE         PIC X(1).
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-OTHER-CODE-COUNT     PIC 9(7) VALUE 0.
       01  WS-WEAR-LINE.
           02 WS-WL-ID             PIC X(6).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-WL-RUN-MOVES      PIC ZZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-RUN-TURNS      PIC ZZZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-WL-SVC-MOVES      PIC ZZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-SVC-TURNS      PIC ZZZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 WS-WL-LIFE-MOVES     PIC ZZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-LIFE-TURNS     PIC ZZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-NOTE           PIC X(16).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           OPEN INPUT AUDIT-FILE.

           IF NOT AUDIT-FILE-FOUND
               DISPLAY 'ROVER-WEARPOST: AUDITIN DATASET NOT '
                   'AVAILABLE - STATUS ' WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-AUDIT-EOF.

           PERFORM READ-AUDIT-RECORD.
           PERFORM TALLY-ONE-AUDIT UNTIL END-OF-AUDIT-FILE.

           CLOSE AUDIT-FILE.

           OPEN I-O WEAR-FILE.

           IF NOT WEAR-IO-OK
               DISPLAY 'ROVER-WEARPOST: ROVRWEAR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-WEAR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '  ROVER WEAR POSTING FOR RUN ' WS-RUN-NO
               ' OF ' WS-RUN-DATE.
           DISPLAY ' '.
           DISPLAY '  ROVER-ID  -- THIS RUN --   - SINCE SERVICE -   '
               '--- LIFETIME ---'.
           DISPLAY '              MOVES    TURNS     MOVES    TURNS  '
               '   MOVES    TURNS'.
           DISPLAY '  --------  -------  -------   -------  -------  '
               ' -------  -------'.

           PERFORM POST-ONE-ROVER
               VARYING WS-WEAR-INDEX FROM 1 BY 1
               UNTIL WS-WEAR-INDEX > WS-WEAR-COUNT.

           CLOSE WEAR-FILE.

           DISPLAY '  --------------------------------------------'.
           DISPLAY '  AUDIT ROWS READ:        ' WS-AUDIT-DETAILS.
           DISPLAY '  ROVERS POSTED:          ' WS-POSTED-COUNT.
           DISPLAY '    NEW WEAR RECORDS:     ' WS-ADDED-COUNT.
           DISPLAY '  ROVERS ALREADY POSTED:  ' WS-SKIPPED-COUNT.

           IF WS-OTHER-CODE-COUNT > 0
               DISPLAY '  ROWS NOT A MOVE OR TURN:' WS-OTHER-CODE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-AUDIT-TRL-SEEN NOT = 'Y'
               DISPLAY '  AUDITIN HAS NO TRAILER - FILE MAY BE '
                   'INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-AT-ROW-COUNT NOT = WS-AUDIT-DETAILS
                   DISPLAY '  AUDITIN TRAILER SAYS ' WS-AT-ROW-COUNT
                       ' ROWS - FILE MAY BE INCOMPLETE'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       READ-AUDIT-RECORD.

           READ AUDIT-FILE
               AT END SET END-OF-AUDIT-FILE TO TRUE
           END-READ.

       TALLY-ONE-AUDIT.

           MOVE AUDIT-RUN-NO TO WS-RUN-NO.
           MOVE AUDIT-RUN-DATE TO WS-RUN-DATE.

           IF AUDIT-TRAILER-REC
               MOVE 'Y' TO WS-AUDIT-TRL-SEEN
               MOVE AUDIT-TRL-ROW-COUNT TO WS-AT-ROW-COUNT
           ELSE
               ADD 1 TO WS-AUDIT-DETAILS
               PERFORM FIND-WEAR-ENTRY
               EVALUATE AUDIT-INSTR-CODE
                   WHEN 'F'
                   WHEN 'B'
                       ADD 1 TO WS-WT-MOVES(WS-WEAR-MATCH)
                   WHEN 'L'
                   WHEN 'R'
                       ADD 1 TO WS-WT-TURNS(WS-WEAR-MATCH)
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-CODE-COUNT
               END-EVALUATE
           END-IF.

           PERFORM READ-AUDIT-RECORD.

       FIND-WEAR-ENTRY.

           MOVE 0 TO WS-WEAR-MATCH.

           PERFORM SCAN-WEAR-ENTRY
               VARYING WS-WEAR-INDEX FROM WS-WEAR-COUNT BY -1
               UNTIL WS-WEAR-INDEX < 1
               OR WS-WEAR-MATCH > 0.

           IF WS-WEAR-MATCH = 0
               IF WS-WEAR-COUNT = 999
                   DISPLAY 'ROVER-WEARPOST: WEAR-TABLE FULL AT 999 '
                       'ROVERS - AUDITIN HAS MORE ROVERS THAN THIS '
                       'PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-WEAR-COUNT
               MOVE WS-WEAR-COUNT TO WS-WEAR-MATCH
               MOVE AUDIT-ROVER-ID TO WS-WT-ROVER-ID(WS-WEAR-MATCH)
               MOVE 0 TO WS-WT-MOVES(WS-WEAR-MATCH)
               MOVE 0 TO WS-WT-TURNS(WS-WEAR-MATCH)
           END-IF.

       SCAN-WEAR-ENTRY.

           IF WS-WT-ROVER-ID(WS-WEAR-INDEX) = AUDIT-ROVER-ID
               MOVE WS-WEAR-INDEX TO WS-WEAR-MATCH
           END-IF.

       POST-ONE-ROVER.

           MOVE 'N' TO WS-WEAR-ON-FILE.
           MOVE WS-WT-ROVER-ID(WS-WEAR-INDEX) TO WEAR-ROVER-ID.
           MOVE SPACES TO WS-WL-NOTE.

           READ WEAR-FILE.

           EVALUATE TRUE
               WHEN WEAR-IO-OK
                   MOVE 'Y' TO WS-WEAR-ON-FILE
               WHEN WEAR-RECORD-NOT-FOUND
                   MOVE WS-WT-ROVER-ID(WS-WEAR-INDEX) TO WEAR-ROVER-ID
                   MOVE 0 TO WEAR-LIFE-MOVES
                   MOVE 0 TO WEAR-LIFE-TURNS
                   MOVE 0 TO WEAR-SVC-MOVES
                   MOVE 0 TO WEAR-SVC-TURNS
                   MOVE 0 TO WEAR-LAST-SVC-DATE
                   MOVE 0 TO WEAR-LAST-RUN-NO
                   MOVE 0 TO WEAR-LAST-RUN-DATE
                   MOVE 'NEW WEAR RECORD' TO WS-WL-NOTE
               WHEN OTHER
                   DISPLAY 'ROVER-WEARPOST: READ FAILED FOR ROVER '
                       WEAR-ROVER-ID ' - STATUS ' WS-WEAR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-WEAR-ON-FILE = 'Y'
                   AND WEAR-LAST-RUN-NO NOT < WS-RUN-NO
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE '* ALREADY POSTED' TO WS-WL-NOTE
               PERFORM PRINT-WEAR-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD WS-WT-MOVES(WS-WEAR-INDEX) TO WEAR-LIFE-MOVES.
           ADD WS-WT-TURNS(WS-WEAR-INDEX) TO WEAR-LIFE-TURNS.
           ADD WS-WT-MOVES(WS-WEAR-INDEX) TO WEAR-SVC-MOVES.
           ADD WS-WT-TURNS(WS-WEAR-INDEX) TO WEAR-SVC-TURNS.
           MOVE WS-RUN-NO TO WEAR-LAST-RUN-NO.
           MOVE WS-RUN-DATE TO WEAR-LAST-RUN-DATE.

           IF WS-WEAR-ON-FILE = 'Y'
               REWRITE ROVER-WEAR-REC
           ELSE
               WRITE ROVER-WEAR-REC
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

           IF NOT WEAR-IO-OK
               DISPLAY 'ROVER-WEARPOST: WRITE FAILED FOR ROVER '
                   WEAR-ROVER-ID ' - STATUS ' WS-WEAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           PERFORM PRINT-WEAR-LINE.

       PRINT-WEAR-LINE.

           MOVE WEAR-ROVER-ID TO WS-WL-ID.
           MOVE WS-WT-MOVES(WS-WEAR-INDEX) TO WS-WL-RUN-MOVES.
           MOVE WS-WT-TURNS(WS-WEAR-INDEX) TO WS-WL-RUN-TURNS.
           MOVE WEAR-SVC-MOVES TO WS-WL-SVC-MOVES.
           MOVE WEAR-SVC-TURNS TO WS-WL-SVC-TURNS.
           MOVE WEAR-LIFE-MOVES TO WS-WL-LIFE-MOVES.
           MOVE WEAR-LIFE-TURNS TO WS-WL-LIFE-TURNS.

           DISPLAY '  ' WS-WEAR-LINE.

       START-RUN-LOG.

           MOVE 'STEP025' TO RLC-STEP.
           MOVE 'ROVRWPST' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-AUDIT-DETAILS TO RLC-RECORDS-IN.
           MOVE WS-POSTED-COUNT TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-WEARPOST.
