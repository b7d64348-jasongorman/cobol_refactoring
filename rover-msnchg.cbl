       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-MSNCHG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-MAP-NAME              PIC X(7) VALUE 'ROVRM1'.
       01  WS-MAPSET-NAME           PIC X(7) VALUE 'ROVMMAP'.
       COPY DFHAID.
       COPY 'rover-mchg-map.cpy'.
       COPY 'mission-record.cpy'.
       COPY 'rover-master.cpy'.
       COPY 'macro-record.cpy'.
       COPY 'mission-change.cpy'.
       COPY 'operator-authority.cpy'.
       COPY 'security-violation.cpy'.
       01  WS-COMMAREA.
           02 CA-ROVER-ID          PIC X(6).
           02 CA-SEQ-NO            PIC 9(5).
       01  WS-MISSION-KEY.
           02 WS-MK-ROVER-ID       PIC X(6).
           02 WS-MK-SEQ-NO         PIC 9(5).
       01  WS-MACRO-KEY            PIC X(8).
       01  WS-MACRO-NAME-LEN       PIC 9(1).
       01  WS-MACRO-POS            PIC 9(3).
       01  WS-MACRO-NAME-DONE      PIC X(1).
       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-NOW-TIME             PIC 9(6).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-OPERATOR-OK          PIC X(1).
           88 OPERATOR-IS-AUTHORIZED       VALUE 'Y'.
       01  WS-CHECK-SITE           PIC X(3).
       01  WS-SITE-OK              PIC X(1).
           88 SITE-IS-AUTHORIZED           VALUE 'Y'.
       01  WS-AUTH-INDEX           PIC 9(2).
       01  WS-VIOLATION-STORED     PIC X(1).
       01  WS-CHANGE-SOURCE.
           02 WS-CS-TRANID         PIC X(4) VALUE 'ROVM'.
           02 WS-CS-TERMID         PIC X(4).
       01  WS-MISSION-STORED       PIC X(1).
       01  WS-CHANGE-STORED        PIC X(1).
       01  WS-BEFORE-IMAGE         PIC X(138).
       01  WS-AFTER-IMAGE          PIC X(138).
       01  WS-VALID-INPUT          PIC X(1).
           88 INPUT-IS-VALID               VALUE 'Y'.
       01  WS-NEW-PRIORITY         PIC X(1).
       01  WS-NEW-REQ-DATE         PIC X(8).
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-DC-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR           PIC 9(4).
           02 WS-DC-MONTH          PIC 9(2).
           02 WS-DC-DAY            PIC 9(2).
       01  WS-INSTR-BUFFER         PIC X(100).
       01  WS-INSTR-CHARS REDEFINES WS-INSTR-BUFFER.
           02 WS-INSTR-CHAR        PIC X(1) OCCURS 100 TIMES.
       01  WS-SCAN-INDEX           PIC 9(3).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-SCAN-VALID           PIC X(1).
       01  WS-DIGIT-RUN            PIC 9(1).
       01  WS-CURRENT-LINE.
           02 FILLER               PIC X(8)  VALUE 'STATUS: '.
           02 WS-CL-STATUS         PIC X(1).
           02 FILLER               PIC X(8)  VALUE '  SITE: '.
           02 WS-CL-SITE           PIC X(3).
           02 FILLER               PIC X(13) VALUE '  REQUESTER: '.
           02 WS-CL-REQUESTER      PIC X(8).
           02 FILLER               PIC X(9)  VALUE '  START: '.
           02 WS-CL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-CL-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WS-CL-FACING         PIC X(1).
       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(11).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CHECK-OPERATOR-AUTHORITY.

           IF NOT OPERATOR-IS-AUTHORIZED
               PERFORM SEND-REFUSAL-MAP
               EXEC CICS RETURN
               END-EXEC
           END-IF.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM SEND-INITIAL-MAP
               EXEC CICS RETURN
                   TRANSID('ROVM')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           ELSE
               IF EIBAID = DFHPF3
                   EXEC CICS RETURN
                   END-EXEC
               ELSE
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM RECEIVE-AND-MAINTAIN
                   EXEC CICS RETURN
                       TRANSID('ROVM')
                       COMMAREA(WS-COMMAREA)
                   END-EXEC
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.

           MOVE 'N' TO WS-OPERATOR-OK.
           MOVE SPACES TO MSGLINEI.

           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.

           EXEC CICS READ FILE('ROVROPER')
               INTO(OPERATOR-AUTH-REC)
               RIDFLD(WS-OPERATOR-ID)
               RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO SECV-SITE-ID.
           MOVE SPACES TO SECV-ROVER-ID.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SECV-UNKNOWN-OPERATOR TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT ON THE OPERATOR AUTHORITY FILE'
                   DELIMITED BY SIZE INTO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           IF NOT OPAUTH-MAY-ENTER-MISSIONS
               SET SECV-FUNCTION-REFUSED TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT AUTHORIZED FOR MISSION MAINTENANCE'
                   DELIMITED BY SIZE INTO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-OPERATOR-OK.

       CHECK-SITE-AUTHORITY.

           MOVE 'N' TO WS-SITE-OK.

           IF OPAUTH-ANY-SITE
               MOVE 'Y' TO WS-SITE-OK
           ELSE
               PERFORM SCAN-AUTHORIZED-SITE
                   VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > 10
                   OR SITE-IS-AUTHORIZED
           END-IF.

       SCAN-AUTHORIZED-SITE.

           IF OPAUTH-SITE(WS-AUTH-INDEX) = WS-CHECK-SITE
               MOVE 'Y' TO WS-SITE-OK
           END-IF.

       LOG-SECURITY-VIOLATION.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE WS-TODAY-DATE TO SECV-DATE.
           MOVE WS-NOW-TIME TO SECV-TIME.
           MOVE EIBTRMID TO SECV-TERMID.
           MOVE 0 TO SECV-SEQ.
           MOVE WS-OPERATOR-ID TO SECV-OPERATOR-ID.
           MOVE EIBTRNID TO SECV-TRANID.
           SET SECV-MISSION-ENTRY TO TRUE.

           MOVE 'N' TO WS-VIOLATION-STORED.

           PERFORM WRITE-VIOLATION-RECORD
               UNTIL WS-VIOLATION-STORED = 'Y'.

       WRITE-VIOLATION-RECORD.

           EXEC CICS WRITE FILE('ROVRSECV')
               FROM(SECURITY-VIOLATION-REC)
               RIDFLD(SECV-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) AND SECV-SEQ < 99
               ADD 1 TO SECV-SEQ
           ELSE
               MOVE 'Y' TO WS-VIOLATION-STORED
           END-IF.

       SEND-REFUSAL-MAP.

           MOVE SPACES TO ROVRM1O.
           MOVE MSGLINEI TO MSGLINEO.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVRM1O)
               ERASE
           END-EXEC.

       SEND-INITIAL-MAP.

           MOVE SPACES TO ROVRM1O.
           MOVE 'ENTER ROVER ID AND MISSION SEQ TO SHOW THE MISSION'
               TO MSGLINEO.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVRM1O)
               ERASE
           END-EXEC.

       RECEIVE-AND-MAINTAIN.

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               INTO(ROVRM1I)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO ROVRM1I
           END-IF.

           MOVE 'Y' TO WS-VALID-INPUT.
           MOVE SPACES TO MSGLINEI.

           PERFORM VALIDATE-MISSION-KEY.

           IF INPUT-IS-VALID
               PERFORM READ-QUEUED-MISSION
           END-IF.

           IF NOT INPUT-IS-VALID
               PERFORM SEND-ERROR-MAP
               EXIT PARAGRAPH
           END-IF.

           IF ACTI = SPACES OR ACTI = LOW-VALUES
               MOVE WS-MISSION-KEY TO WS-COMMAREA
               PERFORM SEND-MISSION-MAP
               EXIT PARAGRAPH
           END-IF.

           IF WS-MISSION-KEY NOT = WS-COMMAREA
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'SHOW THE MISSION FIRST - ENTER WITH NO ACTION'
                   TO MSGLINEI
           END-IF.

           IF INPUT-IS-VALID
               PERFORM VALIDATE-MISSION-STATUS
           END-IF.

           IF INPUT-IS-VALID
               EVALUATE ACTI
                   WHEN 'X'
                       CONTINUE
                   WHEN 'C'
                       PERFORM VALIDATE-CHANGE-FIELDS
                   WHEN 'M'
                       PERFORM VALIDATE-NEW-ROVER
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-INPUT
                       MOVE 'ACTION MUST BE X, C OR M' TO MSGLINEI
               END-EVALUATE
           END-IF.

           IF NOT INPUT-IS-VALID
               PERFORM SEND-ERROR-MAP
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-SITE-ID TO WS-CHECK-SITE.
           PERFORM CHECK-SITE-AUTHORITY.

           IF NOT SITE-IS-AUTHORIZED
               MOVE SPACES TO MSGLINEI
               STRING 'OPERATOR ' WS-OPERATOR-ID
                   ' IS NOT AUTHORIZED FOR SITE ' MISSION-SITE-ID
                   DELIMITED BY SIZE INTO MSGLINEI
               MOVE MISSION-SITE-ID TO SECV-SITE-ID
               MOVE MISSION-ROVER-ID TO SECV-ROVER-ID
               SET SECV-SITE-REFUSED TO TRUE
               PERFORM LOG-SECURITY-VIOLATION
               PERFORM SEND-ERROR-MAP
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ACTI
               WHEN 'X'
                   PERFORM CANCEL-QUEUED-MISSION
               WHEN 'C'
                   PERFORM CHANGE-QUEUED-MISSION
               WHEN 'M'
                   PERFORM MOVE-QUEUED-MISSION
           END-EVALUATE.

           MOVE SPACES TO WS-COMMAREA.
           PERFORM SEND-MISSION-MAP.

       VALIDATE-MISSION-KEY.

           IF RIDI = SPACES OR RIDI = LOW-VALUES
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'ROVER ID IS REQUIRED' TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           IF SEQI IS NOT NUMERIC
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'MISSION SEQ MUST BE NUMERIC' TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           MOVE RIDI TO WS-MK-ROVER-ID.
           MOVE SEQI TO WS-MK-SEQ-NO.

       READ-QUEUED-MISSION.

           EXEC CICS READ FILE('ROVRMSNQ')
               INTO(MISSION-REC)
               RIDFLD(WS-MISSION-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'MISSION NOT ON THE QUEUE' TO MSGLINEI
           END-IF.

       VALIDATE-MISSION-STATUS.

           EVALUATE TRUE
               WHEN MISSION-QUEUED
                   CONTINUE
               WHEN MISSION-AWAITING-APPROVAL
                   CONTINUE
               WHEN MISSION-AWAITING-SECOND
                   CONTINUE
               WHEN MISSION-RELEASED
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'MISSION ALREADY RELEASED - NO CHANGE ALLOWED'
                       TO MSGLINEI
               WHEN MISSION-COMPLETED
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'MISSION ALREADY COMPLETED - NO CHANGE ALLOWED'
                       TO MSGLINEI
               WHEN MISSION-FAILED
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'MISSION ALREADY FAILED - NO CHANGE ALLOWED'
                       TO MSGLINEI
               WHEN MISSION-CANCELLED
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'MISSION ALREADY CANCELLED' TO MSGLINEI
               WHEN MISSION-REJECTED
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'MISSION WAS REJECTED BY THE SUPERVISOR'
                       TO MSGLINEI
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'MISSION STATUS CANNOT BE MAINTAINED'
                       TO MSGLINEI
           END-EVALUATE.

       VALIDATE-CHANGE-FIELDS.

           MOVE PRII TO WS-NEW-PRIORITY.
           MOVE RDATEI TO WS-NEW-REQ-DATE.

           IF WS-NEW-PRIORITY = LOW-VALUES
               MOVE SPACES TO WS-NEW-PRIORITY
           END-IF.

           IF WS-NEW-REQ-DATE = LOW-VALUES
               MOVE SPACES TO WS-NEW-REQ-DATE
           END-IF.

           IF WS-NEW-PRIORITY NOT = SPACES
               IF WS-NEW-PRIORITY NOT NUMERIC
                       OR WS-NEW-PRIORITY = '0'
                   MOVE 'N' TO WS-VALID-INPUT
                   MOVE 'PRIORITY MUST BE 1 (URGENT) TO 9' TO MSGLINEI
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-NEW-REQ-DATE NOT = SPACES
               PERFORM VALIDATE-REQ-DATE
               IF NOT INPUT-IS-VALID
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VALIDATE-INSTRUCTIONS.

       VALIDATE-REQ-DATE.

           IF WS-NEW-REQ-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'REQUEST DATE MUST BE A VALID YYYYMMDD'
                   TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-REQ-DATE TO WS-DATE-CHECK.

           IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                   OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'REQUEST DATE MUST BE A VALID YYYYMMDD'
                   TO MSGLINEI
           END-IF.

       VALIDATE-INSTRUCTIONS.

           MOVE SPACES TO WS-INSTR-BUFFER.

           IF INSTR1I NOT = LOW-VALUES
               MOVE INSTR1I TO WS-INSTR-BUFFER(1:50)
           END-IF.

           IF INSTR2I NOT = LOW-VALUES
               MOVE INSTR2I TO WS-INSTR-BUFFER(51:50)
           END-IF.

           IF WS-INSTR-BUFFER = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-INSTR-BUFFER(1:1) = '@'
               PERFORM EXPAND-MACRO-INVOCATION
               IF WS-VALID-INPUT NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO WS-SCAN-INDEX.
           MOVE 0 TO WS-DIGIT-RUN.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'Y' TO WS-SCAN-VALID.

           PERFORM SCAN-INSTR-CHAR UNTIL WS-SCAN-DONE = 'Y'.

           IF WS-SCAN-VALID NOT = 'Y'
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'INSTRUCTIONS ARE L R F B WITH OPTIONAL COUNTS '
                   TO MSGLINEI
           END-IF.

       EXPAND-MACRO-INVOCATION.

           MOVE SPACES TO WS-MACRO-KEY.
           MOVE 0 TO WS-MACRO-NAME-LEN.
           MOVE 1 TO WS-MACRO-POS.
           MOVE 'N' TO WS-MACRO-NAME-DONE.

           PERFORM TAKE-MACRO-NAME-CHAR
               UNTIL WS-MACRO-NAME-DONE = 'Y'.

           EXEC CICS READ FILE('ROVRMACR')
               INTO(MACRO-REC)
               RIDFLD(WS-MACRO-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MACRO-INSTR TO WS-INSTR-BUFFER
           ELSE
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'MANEUVER MACRO NOT IN CATALOG' TO MSGLINEI
           END-IF.

       TAKE-MACRO-NAME-CHAR.

           ADD 1 TO WS-MACRO-POS.

           IF WS-MACRO-NAME-LEN = 8 OR WS-MACRO-POS > 100
               MOVE 'Y' TO WS-MACRO-NAME-DONE
               EXIT PARAGRAPH
           END-IF.

           IF WS-INSTR-CHAR(WS-MACRO-POS) = SPACE OR
                   WS-INSTR-CHAR(WS-MACRO-POS) = '#'
               MOVE 'Y' TO WS-MACRO-NAME-DONE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MACRO-NAME-LEN.
           MOVE WS-INSTR-CHAR(WS-MACRO-POS)
               TO WS-MACRO-KEY(WS-MACRO-NAME-LEN:1).

       SCAN-INSTR-CHAR.

           ADD 1 TO WS-SCAN-INDEX.

           IF WS-INSTR-CHAR(WS-SCAN-INDEX) = '#'
               IF WS-DIGIT-RUN > 0
                   MOVE 'N' TO WS-SCAN-VALID
               END-IF
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               PERFORM SCREEN-ONE-INSTR-CHAR
               IF WS-SCAN-INDEX = 100 AND WS-SCAN-DONE NOT = 'Y'
                   IF WS-DIGIT-RUN > 0
                       MOVE 'N' TO WS-SCAN-VALID
                   END-IF
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           END-IF.

       SCREEN-ONE-INSTR-CHAR.

           IF WS-INSTR-CHAR(WS-SCAN-INDEX) IS NUMERIC
               ADD 1 TO WS-DIGIT-RUN
               IF WS-DIGIT-RUN > 3
                   MOVE 'N' TO WS-SCAN-VALID
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           ELSE
               IF WS-INSTR-CHAR(WS-SCAN-INDEX) = 'L' OR
                       WS-INSTR-CHAR(WS-SCAN-INDEX) = 'R' OR
                       WS-INSTR-CHAR(WS-SCAN-INDEX) = 'F' OR
                       WS-INSTR-CHAR(WS-SCAN-INDEX) = 'B'
                   MOVE 0 TO WS-DIGIT-RUN
               ELSE
                   MOVE 'N' TO WS-SCAN-VALID
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           END-IF.

       VALIDATE-NEW-ROVER.

           IF NRIDI = SPACES OR NRIDI = LOW-VALUES
                   OR NRIDI = MISSION-ROVER-ID
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'A DIFFERENT MOVE-TO ROVER ID IS REQUIRED'
                   TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ FILE('ROVRMSTR')
               INTO(ROVER-MASTER-REC)
               RIDFLD(NRIDI)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'MOVE-TO ROVER NOT ON THE MASTER' TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           IF MASTER-SITE-ID NOT = MISSION-SITE-ID
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'MOVE-TO ROVER IS NOT AT THE MISSION SITE'
                   TO MSGLINEI
           END-IF.

       READ-MISSION-FOR-UPDATE.

           EXEC CICS READ FILE('ROVRMSNQ')
               INTO(MISSION-REC)
               RIDFLD(WS-MISSION-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-VALID-INPUT
               MOVE 'MISSION NOT ON THE QUEUE' TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDATE-MISSION-STATUS.

           IF NOT INPUT-IS-VALID
               EXEC CICS UNLOCK FILE('ROVRMSNQ')
               END-EXEC
           END-IF.

       CANCEL-QUEUED-MISSION.

           PERFORM READ-MISSION-FOR-UPDATE.

           IF NOT INPUT-IS-VALID
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-REC TO WS-BEFORE-IMAGE.

           SET MISSION-CANCELLED TO TRUE.

           EXEC CICS REWRITE FILE('ROVRMSNQ')
               FROM(MISSION-REC)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - MISSION LEFT AS IT WAS'
                   TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           SET MCHG-CANCELLED TO TRUE.
           PERFORM WRITE-CHANGE-RECORD.

           MOVE 'MISSION CANCELLED' TO MSGLINEI.

       CHANGE-QUEUED-MISSION.

           PERFORM READ-MISSION-FOR-UPDATE.

           IF NOT INPUT-IS-VALID
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-REC TO WS-BEFORE-IMAGE.

           IF WS-NEW-PRIORITY NOT = SPACES
               MOVE WS-NEW-PRIORITY TO MISSION-PRIORITY
           END-IF.

           IF WS-NEW-REQ-DATE NOT = SPACES
               MOVE WS-NEW-REQ-DATE TO MISSION-REQ-DATE
           END-IF.

           IF WS-INSTR-BUFFER NOT = SPACES
               MOVE WS-INSTR-BUFFER TO MISSION-INSTR
           END-IF.

           IF MISSION-REC = WS-BEFORE-IMAGE
               EXEC CICS UNLOCK FILE('ROVRMSNQ')
               END-EXEC
               MOVE 'NOTHING CHANGED - MISSION LEFT AS IT WAS'
                   TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           SET MISSION-AWAITING-APPROVAL TO TRUE.

           EXEC CICS REWRITE FILE('ROVRMSNQ')
               FROM(MISSION-REC)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - MISSION LEFT AS IT WAS'
                   TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           SET MCHG-CHANGED TO TRUE.
           PERFORM WRITE-CHANGE-RECORD.

           MOVE 'MISSION CHANGED - AWAITING SUPERVISOR APPROVAL'
               TO MSGLINEI.

       MOVE-QUEUED-MISSION.

           PERFORM READ-MISSION-FOR-UPDATE.

           IF NOT INPUT-IS-VALID
               EXIT PARAGRAPH
           END-IF.

           MOVE MISSION-REC TO WS-BEFORE-IMAGE.

           EXEC CICS DELETE FILE('ROVRMSNQ')
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('ROVRMSNQ')
               END-EXEC
               MOVE 'MOVE FAILED - MISSION LEFT ON ITS ROVER'
                   TO MSGLINEI
               EXIT PARAGRAPH
           END-IF.

           MOVE NRIDI TO MISSION-ROVER-ID.
           MOVE 1 TO MISSION-SEQ-NO.
           SET MISSION-AWAITING-APPROVAL TO TRUE.
           MOVE 'N' TO WS-MISSION-STORED.

           PERFORM WRITE-MOVED-MISSION
               UNTIL WS-MISSION-STORED NOT = 'N'.

           IF WS-MISSION-STORED NOT = 'Y'
               PERFORM RESTORE-MOVED-MISSION
               EXIT PARAGRAPH
           END-IF.

           SET MCHG-MOVED TO TRUE.
           PERFORM WRITE-CHANGE-RECORD.

           MOVE 'MISSION MOVED - NOW QUEUED AS ' TO MSGLINEI.
           MOVE MISSION-ROVER-ID TO MSGLINEI(31:6).
           MOVE '/' TO MSGLINEI(37:1).
           MOVE MISSION-SEQ-NO TO MSGLINEI(38:5).

       WRITE-MOVED-MISSION.

           EXEC CICS WRITE FILE('ROVRMSNQ')
               FROM(MISSION-REC)
               RIDFLD(MISSION-KEY)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-MISSION-STORED
               WHEN WS-RESP = DFHRESP(DUPREC)
                   ADD 1 TO MISSION-SEQ-NO
               WHEN OTHER
                   MOVE 'E' TO WS-MISSION-STORED
           END-EVALUATE.

       RESTORE-MOVED-MISSION.

           MOVE WS-BEFORE-IMAGE TO MISSION-REC.

           EXEC CICS WRITE FILE('ROVRMSNQ')
               FROM(MISSION-REC)
               RIDFLD(MISSION-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'MOVE FAILED - MISSION LEFT ON ITS ROVER'
                   TO MSGLINEI
           ELSE
               MOVE 'MOVE FAILED - MISSION NOT RESTORED, SEE MSNCHG'
                   TO MSGLINEI
               MOVE MISSION-REC TO WS-AFTER-IMAGE
               MOVE SPACES TO MISSION-REC
               SET MCHG-MOVED TO TRUE
               PERFORM WRITE-CHANGE-RECORD
               MOVE WS-AFTER-IMAGE TO MISSION-REC
           END-IF.

       WRITE-CHANGE-RECORD.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE EIBTRMID TO WS-CS-TERMID.

           MOVE WS-MK-ROVER-ID TO MCHG-ROVER-ID.
           MOVE WS-MK-SEQ-NO TO MCHG-SEQ-NO.
           MOVE WS-TODAY-DATE TO MCHG-DATE.
           COMPUTE MCHG-TIME = WS-NOW-TIME * 100.
           MOVE WS-OPERATOR-ID TO MCHG-OPERATOR.
           MOVE WS-CHANGE-SOURCE TO MCHG-SOURCE.
           MOVE WS-BEFORE-IMAGE TO MCHG-BEFORE.
           MOVE MISSION-REC TO MCHG-AFTER.

           MOVE 'N' TO WS-CHANGE-STORED.

           PERFORM WRITE-CHANGE-LOG-ENTRY
               UNTIL WS-CHANGE-STORED = 'Y'.

       WRITE-CHANGE-LOG-ENTRY.

           EXEC CICS WRITE FILE('ROVRMCHG')
               FROM(MISSION-CHANGE-REC)
               RIDFLD(MCHG-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC)
               ADD 1 TO MCHG-TIME
           ELSE
               MOVE 'Y' TO WS-CHANGE-STORED
           END-IF.

       SEND-MISSION-MAP.

           MOVE SPACES TO ROVRM1O.

           MOVE MISSION-ROVER-ID TO RIDO.
           MOVE MISSION-SEQ-NO TO SEQO.
           MOVE MISSION-STATUS TO WS-CL-STATUS.
           MOVE MISSION-SITE-ID TO WS-CL-SITE.
           MOVE MISSION-REQUESTER TO WS-CL-REQUESTER.
           MOVE MISSION-START-X TO WS-CL-X.
           MOVE MISSION-START-Y TO WS-CL-Y.
           MOVE MISSION-START-FACING TO WS-CL-FACING.
           MOVE WS-CURRENT-LINE TO CURLINEO.
           MOVE MISSION-PRIORITY TO PRIO.
           MOVE MISSION-REQ-DATE TO RDATEO.
           MOVE MISSION-INSTR(1:50) TO INSTR1O.
           MOVE MISSION-INSTR(51:50) TO INSTR2O.

           IF MSGLINEI = SPACES OR MSGLINEI = LOW-VALUES
               MOVE 'KEY X=CANCEL, C=CHANGE OR M=MOVE TO A NEW ROVER'
                   TO MSGLINEO
           ELSE
               MOVE MSGLINEI TO MSGLINEO
           END-IF.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVRM1O)
               DATAONLY
           END-EXEC.

       SEND-ERROR-MAP.

           MOVE SPACES TO ROVRM1O.
           MOVE MSGLINEI TO MSGLINEO.

           EXEC CICS SEND MAP(WS-MAP-NAME)
               MAPSET(WS-MAPSET-NAME)
               FROM(ROVRM1O)
               DATAONLY
               CURSOR
           END-EXEC.

       END PROGRAM ROVER-MSNCHG.
