       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVER-SITEBUL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO 'DATECARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT PRIOR-CONTROL-FILE ASSIGN TO 'PRIORCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT PLATEAU-FILE ASSIGN TO 'PLATIN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT HAZARD-FILE ASSIGN TO 'HAZMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAZ-KEY
               FILE STATUS IS WS-HAZARD-STATUS.
           SELECT DISCOVERY-FILE ASSIGN TO 'DISCTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.
           SELECT CONDITION-FILE ASSIGN TO 'SITECOND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONDITION-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO 'ROVRXFER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-STATUS.
           SELECT ROVER-MASTER-FILE ASSIGN TO 'ROVRMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ROVER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MISSION-FILE ASSIGN TO 'MSNQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MISSION-KEY
               FILE STATUS IS WS-MISSION-STATUS.
           SELECT SUSP-MASTER-FILE ASSIGN TO 'ROVRSUSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSPM-KEY
               FILE STATUS IS WS-SUSPM-STATUS.
           SELECT BULLETIN-FILE ASSIGN TO 'BULLOUT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           LABEL RECORD IS STANDARD.
       COPY 'date-card.cpy'.
       FD  PRIOR-CONTROL-FILE
           LABEL RECORD IS STANDARD.
       COPY 'run-control.cpy'.
       FD  PLATEAU-FILE
           LABEL RECORD IS STANDARD.
       COPY 'plateau-record.cpy'.
       FD  HAZARD-FILE
           LABEL RECORD IS STANDARD.
       COPY 'hazard-record.cpy'.
       FD  DISCOVERY-FILE
           LABEL RECORD IS STANDARD.
       COPY 'hazard-transaction.cpy'.
       FD  CONDITION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'site-condition.cpy'.
       FD  TRANSFER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'transfer-order.cpy'.
       FD  ROVER-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'rover-master.cpy'.
       FD  MISSION-FILE
           LABEL RECORD IS STANDARD.
       COPY 'mission-record.cpy'.
       FD  SUSP-MASTER-FILE
           LABEL RECORD IS STANDARD.
       COPY 'suspense-master.cpy'.
       FD  BULLETIN-FILE
           LABEL RECORD IS STANDARD.
       01  BULLETIN-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE-STATUS          PIC X(2).
           88 DATE-CARD-FOUND             VALUE '00'.
       01  WS-PRIOR-STATUS         PIC X(2).
           88 PRIOR-CONTROL-FOUND         VALUE '00'.
       01  WS-HAZARD-STATUS        PIC X(2).
           88 HAZARD-FILE-OPEN-OK         VALUE '00'.
           88 HAZARD-KEY-FOUND            VALUE '00'.
       01  WS-DISC-STATUS          PIC X(2).
           88 DISC-FILE-FOUND             VALUE '00'.
       01  WS-CONDITION-STATUS     PIC X(2).
           88 CONDITION-FILE-FOUND        VALUE '00'.
       01  WS-XFER-STATUS          PIC X(2).
           88 XFER-FILE-FOUND             VALUE '00'.
       01  WS-MASTER-STATUS        PIC X(2).
           88 MASTER-FILE-OPEN-OK         VALUE '00'.
       01  WS-MISSION-STATUS       PIC X(2).
           88 MISSION-FILE-OPEN-OK        VALUE '00'.
           88 MISSION-KEY-FOUND           VALUE '00'.
       01  WS-SUSPM-STATUS         PIC X(2).
           88 SUSPM-FILE-OPEN-OK          VALUE '00'.
       01  WS-PLATEAU-EOF          PIC X(1).
           88 END-OF-PLATEAU-FILE         VALUE 'Y'.
       01  WS-HAZARD-EOF           PIC X(1).
           88 END-OF-HAZARD-FILE          VALUE 'Y'.
       01  WS-DISC-EOF             PIC X(1).
           88 END-OF-DISC-FILE            VALUE 'Y'.
       01  WS-CONDITION-EOF        PIC X(1).
           88 END-OF-CONDITION-FILE       VALUE 'Y'.
       01  WS-XFER-EOF             PIC X(1).
           88 END-OF-XFER-FILE            VALUE 'Y'.
       01  WS-MASTER-EOF           PIC X(1).
           88 END-OF-MASTER-FILE          VALUE 'Y'.
       01  WS-MISSION-EOF          PIC X(1).
           88 END-OF-MISSION-FILE         VALUE 'Y'.
       01  WS-SUSPM-EOF            PIC X(1).
           88 END-OF-SUSPM-FILE           VALUE 'Y'.
       01  WS-DISC-AVAILABLE       PIC X(1) VALUE 'N'.
           88 DISC-FEED-AVAILABLE         VALUE 'Y'.
       01  WS-SUSP-AVAILABLE       PIC X(1) VALUE 'N'.
           88 SUSP-MASTER-AVAILABLE       VALUE 'Y'.
       01  WS-EMIT-MODE            PIC X(1).
           88 EMIT-TO-PRINT               VALUE 'P'.
           88 EMIT-TO-FEED                VALUE 'F'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PRIOR-RUN-DATE       PIC 9(8).
       01  WS-RUN-DAYNUM           PIC 9(7).
       01  WS-DAYS-LEFT            PIC 9(7).
       01  WS-EXPIRY-WINDOW        PIC 9(2) VALUE 7.
       01  WS-CONVERT-DATE         PIC 9(8).
       01  WS-CD-PARTS REDEFINES WS-CONVERT-DATE.
           02 WS-CD-YEAR           PIC 9(4).
           02 WS-CD-MONTH          PIC 9(2).
           02 WS-CD-DAY            PIC 9(2).
       01  WS-CALC-YEAR            PIC 9(5).
       01  WS-CALC-MONTH           PIC 9(2).
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-SITE-TABLE.
           02 WS-SITE-COUNT        PIC 9(2) VALUE 0.
           02 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               03 WS-SITE-ID       PIC X(3).
       01  WS-SITE-INDEX           PIC 9(2).
       01  WS-BUL-SITE             PIC X(3).
       01  WS-HAZARD-TABLE.
           02 WS-HAZARD-COUNT      PIC 9(3) VALUE 0.
           02 WS-HAZARD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HAZARD-COUNT.
               03 WS-HZ-KIND       PIC X(1).
                   88 WS-HZ-NEWLY-ACTIVE      VALUE 'N'.
                   88 WS-HZ-EXPIRING          VALUE 'E'.
               03 WS-HZ-SITE       PIC X(3).
               03 WS-HZ-X          PIC 9(2).
               03 WS-HZ-Y          PIC 9(2).
               03 WS-HZ-EFF-DATE   PIC 9(8).
               03 WS-HZ-EXP-DATE   PIC 9(8).
               03 WS-HZ-REASON     PIC X(4).
               03 WS-HZ-DAYS-LEFT  PIC 9(2).
       01  WS-HAZARD-INDEX         PIC 9(3).
       01  WS-DISC-TABLE.
           02 WS-DISC-COUNT        PIC 9(3) VALUE 0.
           02 WS-DISC-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DISC-COUNT.
               03 WS-DC-SITE       PIC X(3).
               03 WS-DC-X          PIC 9(2).
               03 WS-DC-Y          PIC 9(2).
               03 WS-DC-EFF-DATE   PIC 9(8).
               03 WS-DC-EXP-DATE   PIC 9(8).
               03 WS-DC-REASON     PIC X(4).
       01  WS-DISC-INDEX           PIC 9(3).
       01  WS-HOLD-TABLE.
           02 WS-HOLD-COUNT        PIC 9(3) VALUE 0.
           02 WS-HOLD-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLD-COUNT.
               03 WS-HOLD-SITE     PIC X(3).
               03 WS-HOLD-CODE     PIC X(4).
               03 WS-HOLD-EFF-DATE PIC 9(8).
               03 WS-HOLD-EXP-DATE PIC 9(8).
               03 WS-HOLD-STATE    PIC X(10).
       01  WS-HOLD-INDEX           PIC 9(3).
       01  WS-TRANSIT-TABLE.
           02 WS-TRANSIT-COUNT     PIC 9(3) VALUE 0.
           02 WS-TRANSIT-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-TRANSIT-COUNT.
               03 WS-TRANSIT-ID    PIC X(6).
       01  WS-TRANSIT-INDEX        PIC 9(3).
       01  WS-TRANSIT-MATCH        PIC 9(3).
       01  WS-ROVER-TABLE.
           02 WS-ROVER-COUNT       PIC 9(3) VALUE 0.
           02 WS-ROVER-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-ROVER-COUNT.
               03 WS-RV-ID         PIC X(6).
               03 WS-RV-SITE       PIC X(3).
               03 WS-RV-X          PIC 9(2).
               03 WS-RV-Y          PIC 9(2).
               03 WS-RV-FACING     PIC X(1).
               03 WS-RV-ENERGY     PIC 9(5).
       01  WS-ROVER-INDEX          PIC 9(3).
       01  WS-MISSION-TABLE.
           02 WS-MISSION-COUNT     PIC 9(3) VALUE 0.
           02 WS-MISSION-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-MISSION-COUNT.
               03 WS-MS-KIND       PIC X(1).
                   88 WS-MS-WAITING           VALUE 'W'.
                   88 WS-MS-SUSPENDED         VALUE 'S'.
               03 WS-MS-SITE       PIC X(3).
               03 WS-MS-ROVER      PIC X(6).
               03 WS-MS-SEQ        PIC 9(5).
               03 WS-MS-X          PIC 9(2).
               03 WS-MS-Y          PIC 9(2).
               03 WS-MS-DATE       PIC 9(8).
               03 WS-MS-CODE       PIC X(1).
               03 WS-MS-NUMBER     PIC 9(5).
               03 WS-MS-RUN-NO     PIC 9(5).
               03 WS-MS-REQUESTER  PIC X(8).
       01  WS-MISSION-INDEX        PIC 9(3).
       01  WS-REQUESTER-TABLE.
           02 WS-REQUESTER-COUNT   PIC 9(3) VALUE 0.
           02 WS-REQUESTER-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REQUESTER-COUNT.
               03 WS-RQ-ID         PIC X(8).
       01  WS-REQUESTER-INDEX      PIC 9(3).
       01  WS-REQUESTER-MATCH      PIC 9(3).
       01  WS-SECTION-COUNT        PIC 9(3).
       01  WS-FEED-DETAIL-COUNT    PIC 9(5).
       01  WS-BULLETINS-PRINTED    PIC 9(5) VALUE 0.
       01  WS-BULLETINS-SENT       PIC 9(5) VALUE 0.
       01  WS-NEW-HAZARD-TOTAL     PIC 9(5) VALUE 0.
       01  WS-EXPIRING-TOTAL       PIC 9(5) VALUE 0.
       01  WS-WAITING-TOTAL        PIC 9(5) VALUE 0.
       01  WS-SUSPENDED-TOTAL      PIC 9(5) VALUE 0.
       01  WS-TRANSIT-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-BULL-HEADER.
           02 FILLER               PIC X(2)  VALUE 'H|'.
           02 WS-BH-SITE           PIC X(3).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BH-REQUESTER      PIC X(8).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BH-RUN-DATE       PIC 9(8).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BH-PRIOR-DATE     PIC 9(8).
       01  WS-BULL-DETAIL.
           02 FILLER               PIC X(2)  VALUE 'D|'.
           02 WS-BD-SECTION        PIC X(7).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-ROVER          PIC X(6).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-SEQ            PIC 9(5).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-Y              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-DATE-1         PIC 9(8).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-DATE-2         PIC 9(8).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-CODE           PIC X(4).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-NUMBER         PIC 9(5).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BD-TEXT           PIC X(10).
       01  WS-BULL-TRAILER.
           02 FILLER               PIC X(2)  VALUE 'T|'.
           02 WS-BT-SITE           PIC X(3).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BT-REQUESTER      PIC X(8).
           02 FILLER               PIC X(1)  VALUE '|'.
           02 WS-BT-COUNT          PIC 9(5).
       01  WS-HAZARD-LINE.
           02 WS-HL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-HL-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-HL-EFF-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-HL-EXP-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-HL-REASON         PIC X(4).
           02 WS-HL-DAYS-AREA.
               03 FILLER           PIC X(6).
               03 WS-HL-DAYS-LEFT  PIC Z9.
       01  WS-HOLD-LINE.
           02 WS-OL-CODE           PIC X(4).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-EFF-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-EXP-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-OL-STATE          PIC X(10).
       01  WS-ROVER-LINE.
           02 WS-RL-ID             PIC X(6).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-RL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-RL-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-RL-FACING         PIC X(1).
           02 FILLER               PIC X(8)  VALUE SPACES.
           02 WS-RL-ENERGY         PIC ZZZZ9.
       01  WS-WAITING-LINE.
           02 WS-WL-ROVER          PIC X(6).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-WL-SEQ            PIC 9(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-STATUS         PIC X(1).
           02 FILLER               PIC X(7)  VALUE SPACES.
           02 WS-WL-PRIORITY       PIC 9(1).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-WL-REQ-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-WL-REQUESTER      PIC X(8).
       01  WS-SUSPENDED-LINE.
           02 WS-SL-ROVER          PIC X(6).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 WS-SL-SEQ            PIC 9(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-RUN-NO         PIC 9(5).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-RUN-DATE       PIC 9(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-X              PIC 9(2).
           02 FILLER               PIC X(1)  VALUE '/'.
           02 WS-SL-Y              PIC 9(2).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-ENERGY         PIC ZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-REVIEW         PIC X(7).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 WS-SL-REQUESTER      PIC X(8).
       COPY 'run-log-call.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM START-RUN-LOG.

           PERFORM LOAD-RUN-DATE.
           PERFORM LOAD-PRIOR-RUN-DATE.
           PERFORM LOAD-SITE-PLATEAUS.
           PERFORM LOAD-HAZARD-CHANGES.
           PERFORM LOAD-PENDING-DISCOVERIES.
           PERFORM LOAD-SITE-CONDITIONS.
           PERFORM LOAD-TRANSIT-ROVERS.
           PERFORM LOAD-MASTER-ROVERS.
           PERFORM LOAD-WAITING-MISSIONS.
           PERFORM LOAD-SUSPENDED-MISSIONS.

           CLOSE HAZARD-FILE, MISSION-FILE.

           OPEN OUTPUT BULLETIN-FILE.

           DISPLAY '  SITE STATUS BULLETINS FOR ' WS-RUN-DATE
               ' - CHANGES SINCE ' WS-PRIOR-RUN-DATE.

           PERFORM PRODUCE-SITE-BULLETIN
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT.

           CLOSE BULLETIN-FILE.

           DISPLAY ' '.
           DISPLAY '  --------------------------------------------'.
           DISPLAY '  SITE BULLETINS PRINTED:   ' WS-BULLETINS-PRINTED.
           DISPLAY '  REQUESTER BULLETINS SENT: ' WS-BULLETINS-SENT.
           DISPLAY '  HAZARDS NEWLY ACTIVE:     ' WS-NEW-HAZARD-TOTAL.
           DISPLAY '  HAZARDS DUE TO EXPIRE:    ' WS-EXPIRING-TOTAL.
           DISPLAY '  DISCOVERIES PENDING:      ' WS-DISC-COUNT.
           DISPLAY '  MISSIONS WAITING:         ' WS-WAITING-TOTAL.
           DISPLAY '  MISSIONS SUSPENDED:       ' WS-SUSPENDED-TOTAL.
           DISPLAY '  ROVERS IN TRANSIT:        ' WS-TRANSIT-SKIPPED.

           PERFORM POST-RUN-LOG.

           STOP RUN.

       LOAD-RUN-DATE.

           OPEN INPUT DATE-FILE.

           IF NOT DATE-CARD-FOUND
               DISPLAY 'ROVER-SITEBUL: DATECARD DATASET NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DATE-FILE
               AT END
                   DISPLAY 'ROVER-SITEBUL: DATECARD DATASET IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'ROVER-SITEBUL: RUN DATE ON DATECARD IS NOT '
                   'NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE TO WS-RUN-DATE.

           CLOSE DATE-FILE.

           MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAYNUM.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAYNUM.

       LOAD-PRIOR-RUN-DATE.

           COMPUTE WS-PRIOR-RUN-DATE = WS-RUN-DATE - 1.

           OPEN INPUT PRIOR-CONTROL-FILE.

           IF PRIOR-CONTROL-FOUND
               READ PRIOR-CONTROL-FILE
                   NOT AT END
                       IF RUN-CTL-RUN-DATE IS NUMERIC AND
                               RUN-CTL-RUN-DATE < WS-RUN-DATE
                           MOVE RUN-CTL-RUN-DATE TO WS-PRIOR-RUN-DATE
                       END-IF
               END-READ
               CLOSE PRIOR-CONTROL-FILE
           END-IF.

       CONVERT-DATE-TO-DAYNUM.

           IF WS-CD-MONTH > 2
               MOVE WS-CD-YEAR TO WS-CALC-YEAR
               COMPUTE WS-CALC-MONTH = WS-CD-MONTH + 1
           ELSE
               COMPUTE WS-CALC-YEAR = WS-CD-YEAR - 1
               COMPUTE WS-CALC-MONTH = WS-CD-MONTH + 13
           END-IF.

           COMPUTE WS-DAY-NUMBER =
               (1461 * WS-CALC-YEAR) / 4 +
               (153 * WS-CALC-MONTH) / 5 +
               WS-CD-DAY.

       LOAD-SITE-PLATEAUS.

           MOVE 'N' TO WS-PLATEAU-EOF.
           MOVE 0 TO WS-SITE-COUNT.

           OPEN INPUT PLATEAU-FILE.

           PERFORM READ-PLATEAU-RECORD.
           PERFORM STORE-SITE-PLATEAU UNTIL END-OF-PLATEAU-FILE.

           CLOSE PLATEAU-FILE.

       READ-PLATEAU-RECORD.

           READ PLATEAU-FILE
               AT END SET END-OF-PLATEAU-FILE TO TRUE
           END-READ.

       STORE-SITE-PLATEAU.

           IF WS-SITE-COUNT = 20
               DISPLAY 'ROVER-SITEBUL: SITE-TABLE FULL AT 20 SITES '
                   '- PLATIN HAS MORE ENTRIES THAN THIS PROGRAM CAN '
                   'HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-COUNT.
           MOVE PLAT-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT).

           PERFORM READ-PLATEAU-RECORD.

       LOAD-HAZARD-CHANGES.

           OPEN INPUT HAZARD-FILE.

           IF NOT HAZARD-FILE-OPEN-OK
               DISPLAY 'ROVER-SITEBUL: HAZMSTR DATASET NOT AVAILABLE - '
                   'STATUS ' WS-HAZARD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-HAZARD-EOF.
           MOVE 0 TO WS-HAZARD-COUNT.

           PERFORM READ-HAZARD-RECORD.
           PERFORM CHECK-ONE-HAZARD UNTIL END-OF-HAZARD-FILE.

       READ-HAZARD-RECORD.

           READ HAZARD-FILE NEXT RECORD
               AT END SET END-OF-HAZARD-FILE TO TRUE
           END-READ.

       CHECK-ONE-HAZARD.

           IF HAZ-EFF-DATE > WS-PRIOR-RUN-DATE AND
                   HAZ-EFF-DATE NOT > WS-RUN-DATE AND
                   HAZ-EXP-DATE NOT < WS-RUN-DATE
               PERFORM STORE-HAZARD-ENTRY
               SET WS-HZ-NEWLY-ACTIVE(WS-HAZARD-COUNT) TO TRUE
               MOVE 0 TO WS-HZ-DAYS-LEFT(WS-HAZARD-COUNT)
               ADD 1 TO WS-NEW-HAZARD-TOTAL
           END-IF.

           IF HAZ-EFF-DATE NOT > WS-RUN-DATE AND
                   HAZ-EXP-DATE NOT < WS-RUN-DATE
               MOVE HAZ-EXP-DATE TO WS-CONVERT-DATE
               PERFORM CONVERT-DATE-TO-DAYNUM
               COMPUTE WS-DAYS-LEFT = WS-DAY-NUMBER - WS-RUN-DAYNUM
               IF WS-DAYS-LEFT NOT > WS-EXPIRY-WINDOW
                   PERFORM STORE-HAZARD-ENTRY
                   SET WS-HZ-EXPIRING(WS-HAZARD-COUNT) TO TRUE
                   MOVE WS-DAYS-LEFT TO WS-HZ-DAYS-LEFT(WS-HAZARD-COUNT)
                   ADD 1 TO WS-EXPIRING-TOTAL
               END-IF
           END-IF.

           PERFORM READ-HAZARD-RECORD.

       STORE-HAZARD-ENTRY.

           IF WS-HAZARD-COUNT = 500
               DISPLAY 'ROVER-SITEBUL: HAZARD-TABLE FULL AT 500 '
                   'ENTRIES - HAZMSTR HAS MORE CHANGES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-HAZARD-COUNT.
           MOVE HAZ-SITE-ID TO WS-HZ-SITE(WS-HAZARD-COUNT).
           MOVE HAZ-X TO WS-HZ-X(WS-HAZARD-COUNT).
           MOVE HAZ-Y TO WS-HZ-Y(WS-HAZARD-COUNT).
           MOVE HAZ-EFF-DATE TO WS-HZ-EFF-DATE(WS-HAZARD-COUNT).
           MOVE HAZ-EXP-DATE TO WS-HZ-EXP-DATE(WS-HAZARD-COUNT).
           MOVE HAZ-REASON-CODE TO WS-HZ-REASON(WS-HAZARD-COUNT).

       LOAD-PENDING-DISCOVERIES.

           MOVE 'N' TO WS-DISC-EOF.
           MOVE 0 TO WS-DISC-COUNT.

           OPEN INPUT DISCOVERY-FILE.

           IF DISC-FILE-FOUND
               SET DISC-FEED-AVAILABLE TO TRUE
               PERFORM READ-DISCOVERY-RECORD
               PERFORM CHECK-ONE-DISCOVERY UNTIL END-OF-DISC-FILE
               CLOSE DISCOVERY-FILE
           END-IF.

       READ-DISCOVERY-RECORD.

           READ DISCOVERY-FILE
               AT END SET END-OF-DISC-FILE TO TRUE
           END-READ.

       CHECK-ONE-DISCOVERY.

           IF HTRAN-ADD-HAZARD
               MOVE HTRAN-SITE-ID TO HAZ-SITE-ID
               MOVE HTRAN-X TO HAZ-X
               MOVE HTRAN-Y TO HAZ-Y
               MOVE HTRAN-EFF-DATE TO HAZ-EFF-DATE
               READ HAZARD-FILE
                   INVALID KEY PERFORM STORE-PENDING-DISCOVERY
               END-READ
           END-IF.

           PERFORM READ-DISCOVERY-RECORD.

       STORE-PENDING-DISCOVERY.

           IF WS-DISC-COUNT = 200
               DISPLAY 'ROVER-SITEBUL: DISCOVERY-TABLE FULL AT 200 '
                   'ENTRIES - DISCTRAN HAS MORE PENDING THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-DISC-COUNT.
           MOVE HTRAN-SITE-ID TO WS-DC-SITE(WS-DISC-COUNT).
           MOVE HTRAN-X TO WS-DC-X(WS-DISC-COUNT).
           MOVE HTRAN-Y TO WS-DC-Y(WS-DISC-COUNT).
           MOVE HTRAN-EFF-DATE TO WS-DC-EFF-DATE(WS-DISC-COUNT).
           MOVE HTRAN-EXP-DATE TO WS-DC-EXP-DATE(WS-DISC-COUNT).
           MOVE HTRAN-REASON-CODE TO WS-DC-REASON(WS-DISC-COUNT).

       LOAD-SITE-CONDITIONS.

           MOVE 'N' TO WS-CONDITION-EOF.
           MOVE 0 TO WS-HOLD-COUNT.

           OPEN INPUT CONDITION-FILE.

           IF CONDITION-FILE-FOUND
               PERFORM READ-CONDITION-RECORD
               PERFORM STORE-SITE-CONDITION
                   UNTIL END-OF-CONDITION-FILE
               CLOSE CONDITION-FILE
           END-IF.

       READ-CONDITION-RECORD.

           READ CONDITION-FILE
               AT END SET END-OF-CONDITION-FILE TO TRUE
           END-READ.

       STORE-SITE-CONDITION.

           IF COND-EXP-DATE NOT < WS-RUN-DATE
               PERFORM STORE-HOLD-ENTRY
           END-IF.

           PERFORM READ-CONDITION-RECORD.

       STORE-HOLD-ENTRY.

           IF WS-HOLD-COUNT = 100
               DISPLAY 'ROVER-SITEBUL: CONDITION-TABLE FULL AT 100 '
                   'HOLDS - SITECOND HAS MORE CURRENT ENTRIES THAN '
                   'THIS PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-HOLD-COUNT.
           MOVE COND-SITE-ID TO WS-HOLD-SITE(WS-HOLD-COUNT).
           MOVE COND-CODE TO WS-HOLD-CODE(WS-HOLD-COUNT).
           MOVE COND-EFF-DATE TO WS-HOLD-EFF-DATE(WS-HOLD-COUNT).
           MOVE COND-EXP-DATE TO WS-HOLD-EXP-DATE(WS-HOLD-COUNT).

           IF COND-EFF-DATE > WS-RUN-DATE
               MOVE 'SCHEDULED' TO WS-HOLD-STATE(WS-HOLD-COUNT)
           ELSE
               MOVE 'IN FORCE' TO WS-HOLD-STATE(WS-HOLD-COUNT)
           END-IF.

       LOAD-TRANSIT-ROVERS.

           MOVE 'N' TO WS-XFER-EOF.
           MOVE 0 TO WS-TRANSIT-COUNT.

           OPEN INPUT TRANSFER-FILE.

           IF XFER-FILE-FOUND
               PERFORM READ-TRANSFER-RECORD
               PERFORM STORE-TRANSIT-ROVER UNTIL END-OF-XFER-FILE
               CLOSE TRANSFER-FILE
           END-IF.

       READ-TRANSFER-RECORD.

           READ TRANSFER-FILE NEXT RECORD
               AT END SET END-OF-XFER-FILE TO TRUE
           END-READ.

       STORE-TRANSIT-ROVER.

           IF XFER-OPEN AND XFER-DEPART-DATE NOT > WS-RUN-DATE
               IF WS-TRANSIT-COUNT = 999
                   DISPLAY 'ROVER-SITEBUL: TRANSIT-TABLE FULL AT 999 '
                       'ROVERS - ROVRXFER HAS MORE OPEN ORDERS THAN '
                       'THIS PROGRAM CAN HOLD'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANSIT-COUNT
               MOVE XFER-ROVER-ID TO WS-TRANSIT-ID(WS-TRANSIT-COUNT)
           END-IF.

           PERFORM READ-TRANSFER-RECORD.

       LOAD-MASTER-ROVERS.

           OPEN INPUT ROVER-MASTER-FILE.

           IF NOT MASTER-FILE-OPEN-OK
               DISPLAY 'ROVER-SITEBUL: ROVRMSTR DATASET NOT '
                   'AVAILABLE - STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-MASTER-EOF.
           MOVE 0 TO WS-ROVER-COUNT.

           PERFORM READ-NEXT-MASTER.
           PERFORM STORE-MASTER-ROVER UNTIL END-OF-MASTER-FILE.

           CLOSE ROVER-MASTER-FILE.

       READ-NEXT-MASTER.

           READ ROVER-MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       STORE-MASTER-ROVER.

           MOVE 0 TO WS-TRANSIT-MATCH.

           PERFORM SCAN-TRANSIT-ROVER
               VARYING WS-TRANSIT-INDEX FROM 1 BY 1
               UNTIL WS-TRANSIT-INDEX > WS-TRANSIT-COUNT
                   OR WS-TRANSIT-MATCH > 0.

           IF WS-TRANSIT-MATCH > 0
               ADD 1 TO WS-TRANSIT-SKIPPED
           ELSE
               PERFORM STORE-SITE-ROVER
           END-IF.

           PERFORM READ-NEXT-MASTER.

       SCAN-TRANSIT-ROVER.

           IF WS-TRANSIT-ID(WS-TRANSIT-INDEX) = MASTER-ROVER-ID
               MOVE WS-TRANSIT-INDEX TO WS-TRANSIT-MATCH
           END-IF.

       STORE-SITE-ROVER.

           IF WS-ROVER-COUNT = 999
               DISPLAY 'ROVER-SITEBUL: ROVER-TABLE FULL AT 999 '
                   'ROVERS - ROVRMSTR HAS MORE ENTRIES THAN THIS '
                   'PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-ROVER-COUNT.
           MOVE MASTER-ROVER-ID TO WS-RV-ID(WS-ROVER-COUNT).
           MOVE MASTER-SITE-ID TO WS-RV-SITE(WS-ROVER-COUNT).
           MOVE MASTER-X-COORD TO WS-RV-X(WS-ROVER-COUNT).
           MOVE MASTER-Y-COORD TO WS-RV-Y(WS-ROVER-COUNT).
           MOVE MASTER-FACING TO WS-RV-FACING(WS-ROVER-COUNT).
           MOVE MASTER-ENERGY-LEVEL TO WS-RV-ENERGY(WS-ROVER-COUNT).

       LOAD-WAITING-MISSIONS.

           OPEN INPUT MISSION-FILE.

           IF NOT MISSION-FILE-OPEN-OK
               DISPLAY 'ROVER-SITEBUL: MSNQ DATASET NOT AVAILABLE - '
                   'STATUS ' WS-MISSION-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-MISSION-EOF.
           MOVE 0 TO WS-MISSION-COUNT.

           PERFORM READ-NEXT-MISSION.
           PERFORM CHECK-ONE-MISSION UNTIL END-OF-MISSION-FILE.

       READ-NEXT-MISSION.

           READ MISSION-FILE NEXT RECORD
               AT END SET END-OF-MISSION-FILE TO TRUE
           END-READ.

       CHECK-ONE-MISSION.

           IF MISSION-QUEUED OR MISSION-AWAITING-APPROVAL OR
                   MISSION-AWAITING-SECOND
               PERFORM STORE-MISSION-ENTRY
               SET WS-MS-WAITING(WS-MISSION-COUNT) TO TRUE
               MOVE MISSION-SITE-ID TO WS-MS-SITE(WS-MISSION-COUNT)
               MOVE MISSION-ROVER-ID TO WS-MS-ROVER(WS-MISSION-COUNT)
               MOVE MISSION-SEQ-NO TO WS-MS-SEQ(WS-MISSION-COUNT)
               MOVE MISSION-START-X TO WS-MS-X(WS-MISSION-COUNT)
               MOVE MISSION-START-Y TO WS-MS-Y(WS-MISSION-COUNT)
               MOVE MISSION-REQ-DATE TO WS-MS-DATE(WS-MISSION-COUNT)
               MOVE MISSION-STATUS TO WS-MS-CODE(WS-MISSION-COUNT)
               MOVE MISSION-PRIORITY TO WS-MS-NUMBER(WS-MISSION-COUNT)
               MOVE 0 TO WS-MS-RUN-NO(WS-MISSION-COUNT)
               MOVE MISSION-REQUESTER
                   TO WS-MS-REQUESTER(WS-MISSION-COUNT)
               ADD 1 TO WS-WAITING-TOTAL
           END-IF.

           PERFORM READ-NEXT-MISSION.

       STORE-MISSION-ENTRY.

           IF WS-MISSION-COUNT = 999
               DISPLAY 'ROVER-SITEBUL: MISSION-TABLE FULL AT 999 '
                   'MISSIONS - MSNQ AND ROVRSUSP HOLD MORE OPEN '
                   'MISSIONS THAN THIS PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-MISSION-COUNT.

       LOAD-SUSPENDED-MISSIONS.

           OPEN INPUT SUSP-MASTER-FILE.

           IF SUSPM-FILE-OPEN-OK
               SET SUSP-MASTER-AVAILABLE TO TRUE
               MOVE 'N' TO WS-SUSPM-EOF
               PERFORM READ-SUSPM-RECORD
               PERFORM STORE-SUSPENDED-MISSION UNTIL END-OF-SUSPM-FILE
               CLOSE SUSP-MASTER-FILE
           END-IF.

       READ-SUSPM-RECORD.

           READ SUSP-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SUSPM-FILE TO TRUE
           END-READ.

       STORE-SUSPENDED-MISSION.

           PERFORM STORE-MISSION-ENTRY.
           SET WS-MS-SUSPENDED(WS-MISSION-COUNT) TO TRUE.
           MOVE SUSPM-SITE-ID TO WS-MS-SITE(WS-MISSION-COUNT).
           MOVE SUSPM-ROVER-ID TO WS-MS-ROVER(WS-MISSION-COUNT).
           MOVE SUSPM-MISSION-SEQ TO WS-MS-SEQ(WS-MISSION-COUNT).
           MOVE SUSPM-HALT-X TO WS-MS-X(WS-MISSION-COUNT).
           MOVE SUSPM-HALT-Y TO WS-MS-Y(WS-MISSION-COUNT).
           MOVE SUSPM-RUN-DATE TO WS-MS-DATE(WS-MISSION-COUNT).
           MOVE SUSPM-REVIEW-FLAG TO WS-MS-CODE(WS-MISSION-COUNT).
           MOVE SUSPM-ENERGY-LEFT TO WS-MS-NUMBER(WS-MISSION-COUNT).
           MOVE SUSPM-RUN-NO TO WS-MS-RUN-NO(WS-MISSION-COUNT).
           MOVE SPACES TO WS-MS-REQUESTER(WS-MISSION-COUNT).

           MOVE SUSPM-ROVER-ID TO MISSION-ROVER-ID.
           MOVE SUSPM-MISSION-SEQ TO MISSION-SEQ-NO.

           READ MISSION-FILE
               INVALID KEY CONTINUE
           END-READ.

           IF MISSION-KEY-FOUND
               MOVE MISSION-REQUESTER
                   TO WS-MS-REQUESTER(WS-MISSION-COUNT)
           END-IF.

           ADD 1 TO WS-SUSPENDED-TOTAL.

           PERFORM READ-SUSPM-RECORD.

       PRODUCE-SITE-BULLETIN.

           MOVE WS-SITE-ID(WS-SITE-INDEX) TO WS-BUL-SITE.

           MOVE 0 TO WS-REQUESTER-COUNT.

           PERFORM COLLECT-SITE-REQUESTER
               VARYING WS-MISSION-INDEX FROM 1 BY 1
               UNTIL WS-MISSION-INDEX > WS-MISSION-COUNT.

           ADD 1 TO WS-BULLETINS-PRINTED.

           DISPLAY ' '.
           DISPLAY '  ============================================'.
           DISPLAY '  SITE ' WS-BUL-SITE ' STATUS BULLETIN FOR '
               WS-RUN-DATE.
           DISPLAY '  ============================================'.

           IF WS-REQUESTER-COUNT = 0
               DISPLAY '  DISTRIBUTION: (NO REQUESTERS WITH MISSIONS '
                   'AT THIS SITE)'
           ELSE
               DISPLAY '  DISTRIBUTION:'
               PERFORM LIST-SITE-REQUESTER
                   VARYING WS-REQUESTER-INDEX FROM 1 BY 1
                   UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT
           END-IF.

           SET EMIT-TO-PRINT TO TRUE.
           PERFORM EMIT-SITE-SECTIONS.

           SET EMIT-TO-FEED TO TRUE.
           PERFORM SEND-REQUESTER-BULLETIN
               VARYING WS-REQUESTER-INDEX FROM 1 BY 1
               UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT.

       COLLECT-SITE-REQUESTER.

           IF WS-MS-SITE(WS-MISSION-INDEX) = WS-BUL-SITE AND
                   WS-MS-REQUESTER(WS-MISSION-INDEX) NOT = SPACES
               MOVE 0 TO WS-REQUESTER-MATCH
               PERFORM SCAN-SITE-REQUESTER
                   VARYING WS-REQUESTER-INDEX FROM 1 BY 1
                   UNTIL WS-REQUESTER-INDEX > WS-REQUESTER-COUNT
                       OR WS-REQUESTER-MATCH > 0
               IF WS-REQUESTER-MATCH = 0
                   PERFORM STORE-SITE-REQUESTER
               END-IF
           END-IF.

       SCAN-SITE-REQUESTER.

           IF WS-RQ-ID(WS-REQUESTER-INDEX) =
                   WS-MS-REQUESTER(WS-MISSION-INDEX)
               MOVE WS-REQUESTER-INDEX TO WS-REQUESTER-MATCH
           END-IF.

       STORE-SITE-REQUESTER.

           IF WS-REQUESTER-COUNT = 100
               DISPLAY 'ROVER-SITEBUL: REQUESTER-TABLE FULL AT 100 '
                   'REQUESTERS - SITE ' WS-BUL-SITE ' HAS MORE THAN '
                   'THIS PROGRAM CAN HOLD'
               STOP RUN
           END-IF.

           ADD 1 TO WS-REQUESTER-COUNT.
           MOVE WS-MS-REQUESTER(WS-MISSION-INDEX)
               TO WS-RQ-ID(WS-REQUESTER-COUNT).

       LIST-SITE-REQUESTER.

           DISPLAY '    ' WS-RQ-ID(WS-REQUESTER-INDEX).

       SEND-REQUESTER-BULLETIN.

           MOVE 0 TO WS-FEED-DETAIL-COUNT.

           MOVE WS-BUL-SITE TO WS-BH-SITE.
           MOVE WS-RQ-ID(WS-REQUESTER-INDEX) TO WS-BH-REQUESTER.
           MOVE WS-RUN-DATE TO WS-BH-RUN-DATE.
           MOVE WS-PRIOR-RUN-DATE TO WS-BH-PRIOR-DATE.
           MOVE SPACES TO BULLETIN-REC.
           MOVE WS-BULL-HEADER TO BULLETIN-REC.
           WRITE BULLETIN-REC.

           PERFORM EMIT-SITE-SECTIONS.

           MOVE WS-BUL-SITE TO WS-BT-SITE.
           MOVE WS-RQ-ID(WS-REQUESTER-INDEX) TO WS-BT-REQUESTER.
           MOVE WS-FEED-DETAIL-COUNT TO WS-BT-COUNT.
           MOVE SPACES TO BULLETIN-REC.
           MOVE WS-BULL-TRAILER TO BULLETIN-REC.
           WRITE BULLETIN-REC.

           ADD 1 TO WS-BULLETINS-SENT.

       EMIT-SITE-SECTIONS.

           IF EMIT-TO-PRINT
               DISPLAY ' '
               DISPLAY '  HAZARDS ACTIVE SINCE THE LAST RUN ON '
                   WS-PRIOR-RUN-DATE
               DISPLAY '  CELL   EFFECTIVE EXPIRES   REASON'
               DISPLAY '  -----  --------  --------  ------'
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM EMIT-NEW-HAZARD
               VARYING WS-HAZARD-INDEX FROM 1 BY 1
               UNTIL WS-HAZARD-INDEX > WS-HAZARD-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

           IF EMIT-TO-PRINT
               DISPLAY ' '
               DISPLAY '  HAZARDS EXPIRING IN THE NEXT 7 DAYS'
               DISPLAY '  CELL   EFFECTIVE EXPIRES   REASON  DAYS'
               DISPLAY '  -----  --------  --------  ------  ----'
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM EMIT-EXPIRING-HAZARD
               VARYING WS-HAZARD-INDEX FROM 1 BY 1
               UNTIL WS-HAZARD-INDEX > WS-HAZARD-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

           IF EMIT-TO-PRINT
               DISPLAY ' '
               DISPLAY '  FIELD DISCOVERIES AWAITING HAZARD MAINTENANCE'
               DISPLAY '  CELL   OBSERVED  EXPIRES   TYPE'
               DISPLAY '  -----  --------  --------  ----'
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM EMIT-PENDING-DISCOVERY
               VARYING WS-DISC-INDEX FROM 1 BY 1
               UNTIL WS-DISC-INDEX > WS-DISC-COUNT.

           IF EMIT-TO-PRINT AND NOT DISC-FEED-AVAILABLE
               DISPLAY '  (DISCTRAN NOT AVAILABLE)'
           ELSE
               PERFORM PRINT-NONE-IF-EMPTY
           END-IF.

           IF EMIT-TO-PRINT
               DISPLAY ' '
               DISPLAY '  WEATHER HOLDS IN FORCE OR SCHEDULED'
               DISPLAY '  CODE  EFFECTIVE EXPIRES   STATE'
               DISPLAY '  ----  --------  --------  ----------'
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM EMIT-WEATHER-HOLD
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

           IF EMIT-TO-PRINT
               DISPLAY ' '
               DISPLAY '  ROVERS ON SITE'
               DISPLAY '  ROVER-ID  CELL   FACING  ENERGY'
               DISPLAY '  --------  -----  ------  ------'
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM EMIT-SITE-ROVER
               VARYING WS-ROVER-INDEX FROM 1 BY 1
               UNTIL WS-ROVER-INDEX > WS-ROVER-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

           IF EMIT-TO-PRINT
               DISPLAY ' '
               DISPLAY '  MISSIONS WAITING ON THE QUEUE'
               DISPLAY '  ROVER-ID  SEQ    STATUS  PRI  REQ-DATE  '
                   'REQUESTER'
               DISPLAY '  --------  -----  ------  ---  --------  '
                   '---------'
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM EMIT-WAITING-MISSION
               VARYING WS-MISSION-INDEX FROM 1 BY 1
               UNTIL WS-MISSION-INDEX > WS-MISSION-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

           IF EMIT-TO-PRINT
               DISPLAY ' '
               DISPLAY '  MISSIONS SUSPENDED'
               DISPLAY '  ROVER-ID  SEQ    RUN    RUN-DATE  HALT   '
                   'ENERGY  REVIEW   REQUESTER'
               DISPLAY '  --------  -----  -----  --------  -----  '
                   '------  -------  ---------'
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM EMIT-SUSPENDED-MISSION
               VARYING WS-MISSION-INDEX FROM 1 BY 1
               UNTIL WS-MISSION-INDEX > WS-MISSION-COUNT.

           IF EMIT-TO-PRINT AND NOT SUSP-MASTER-AVAILABLE
               DISPLAY '  (ROVRSUSP NOT AVAILABLE)'
           ELSE
               PERFORM PRINT-NONE-IF-EMPTY
           END-IF.

       PRINT-NONE-IF-EMPTY.

           IF EMIT-TO-PRINT AND WS-SECTION-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF.

       EMIT-NEW-HAZARD.

           IF WS-HZ-SITE(WS-HAZARD-INDEX) = WS-BUL-SITE AND
                   WS-HZ-NEWLY-ACTIVE(WS-HAZARD-INDEX)
               MOVE 'NEWHAZ' TO WS-BD-SECTION
               PERFORM EMIT-HAZARD-DETAIL
           END-IF.

       EMIT-EXPIRING-HAZARD.

           IF WS-HZ-SITE(WS-HAZARD-INDEX) = WS-BUL-SITE AND
                   WS-HZ-EXPIRING(WS-HAZARD-INDEX)
               MOVE 'EXPHAZ' TO WS-BD-SECTION
               PERFORM EMIT-HAZARD-DETAIL
           END-IF.

       EMIT-HAZARD-DETAIL.

           ADD 1 TO WS-SECTION-COUNT.

           IF EMIT-TO-PRINT
               MOVE WS-HZ-X(WS-HAZARD-INDEX) TO WS-HL-X
               MOVE WS-HZ-Y(WS-HAZARD-INDEX) TO WS-HL-Y
               MOVE WS-HZ-EFF-DATE(WS-HAZARD-INDEX) TO WS-HL-EFF-DATE
               MOVE WS-HZ-EXP-DATE(WS-HAZARD-INDEX) TO WS-HL-EXP-DATE
               MOVE WS-HZ-REASON(WS-HAZARD-INDEX) TO WS-HL-REASON
               MOVE SPACES TO WS-HL-DAYS-AREA
               IF WS-HZ-EXPIRING(WS-HAZARD-INDEX)
                   MOVE WS-HZ-DAYS-LEFT(WS-HAZARD-INDEX)
                       TO WS-HL-DAYS-LEFT
               END-IF
               DISPLAY '  ' WS-HAZARD-LINE
           ELSE
               MOVE SPACES TO WS-BD-ROVER
               MOVE 0 TO WS-BD-SEQ
               MOVE WS-HZ-X(WS-HAZARD-INDEX) TO WS-BD-X
               MOVE WS-HZ-Y(WS-HAZARD-INDEX) TO WS-BD-Y
               MOVE WS-HZ-EFF-DATE(WS-HAZARD-INDEX) TO WS-BD-DATE-1
               MOVE WS-HZ-EXP-DATE(WS-HAZARD-INDEX) TO WS-BD-DATE-2
               MOVE WS-HZ-REASON(WS-HAZARD-INDEX) TO WS-BD-CODE
               MOVE WS-HZ-DAYS-LEFT(WS-HAZARD-INDEX) TO WS-BD-NUMBER
               MOVE SPACES TO WS-BD-TEXT
               PERFORM WRITE-DETAIL-RECORD
           END-IF.

       EMIT-PENDING-DISCOVERY.

           IF WS-DC-SITE(WS-DISC-INDEX) = WS-BUL-SITE
               ADD 1 TO WS-SECTION-COUNT
               IF EMIT-TO-PRINT
                   MOVE WS-DC-X(WS-DISC-INDEX) TO WS-HL-X
                   MOVE WS-DC-Y(WS-DISC-INDEX) TO WS-HL-Y
                   MOVE WS-DC-EFF-DATE(WS-DISC-INDEX) TO WS-HL-EFF-DATE
                   MOVE WS-DC-EXP-DATE(WS-DISC-INDEX) TO WS-HL-EXP-DATE
                   MOVE WS-DC-REASON(WS-DISC-INDEX) TO WS-HL-REASON
                   MOVE SPACES TO WS-HL-DAYS-AREA
                   DISPLAY '  ' WS-HAZARD-LINE
               ELSE
                   MOVE 'DISCOV' TO WS-BD-SECTION
                   MOVE SPACES TO WS-BD-ROVER
                   MOVE 0 TO WS-BD-SEQ
                   MOVE WS-DC-X(WS-DISC-INDEX) TO WS-BD-X
                   MOVE WS-DC-Y(WS-DISC-INDEX) TO WS-BD-Y
                   MOVE WS-DC-EFF-DATE(WS-DISC-INDEX) TO WS-BD-DATE-1
                   MOVE WS-DC-EXP-DATE(WS-DISC-INDEX) TO WS-BD-DATE-2
                   MOVE WS-DC-REASON(WS-DISC-INDEX) TO WS-BD-CODE
                   MOVE 0 TO WS-BD-NUMBER
                   MOVE SPACES TO WS-BD-TEXT
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-IF.

       EMIT-WEATHER-HOLD.

           IF WS-HOLD-SITE(WS-HOLD-INDEX) = WS-BUL-SITE
               ADD 1 TO WS-SECTION-COUNT
               IF EMIT-TO-PRINT
                   MOVE WS-HOLD-CODE(WS-HOLD-INDEX) TO WS-OL-CODE
                   MOVE WS-HOLD-EFF-DATE(WS-HOLD-INDEX)
                       TO WS-OL-EFF-DATE
                   MOVE WS-HOLD-EXP-DATE(WS-HOLD-INDEX)
                       TO WS-OL-EXP-DATE
                   MOVE WS-HOLD-STATE(WS-HOLD-INDEX) TO WS-OL-STATE
                   DISPLAY '  ' WS-HOLD-LINE
               ELSE
                   MOVE 'HOLD' TO WS-BD-SECTION
                   MOVE SPACES TO WS-BD-ROVER
                   MOVE 0 TO WS-BD-SEQ
                   MOVE 0 TO WS-BD-X
                   MOVE 0 TO WS-BD-Y
                   MOVE WS-HOLD-EFF-DATE(WS-HOLD-INDEX)
                       TO WS-BD-DATE-1
                   MOVE WS-HOLD-EXP-DATE(WS-HOLD-INDEX)
                       TO WS-BD-DATE-2
                   MOVE WS-HOLD-CODE(WS-HOLD-INDEX) TO WS-BD-CODE
                   MOVE 0 TO WS-BD-NUMBER
                   MOVE WS-HOLD-STATE(WS-HOLD-INDEX) TO WS-BD-TEXT
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-IF.

       EMIT-SITE-ROVER.

           IF WS-RV-SITE(WS-ROVER-INDEX) = WS-BUL-SITE
               ADD 1 TO WS-SECTION-COUNT
               IF EMIT-TO-PRINT
                   MOVE WS-RV-ID(WS-ROVER-INDEX) TO WS-RL-ID
                   MOVE WS-RV-X(WS-ROVER-INDEX) TO WS-RL-X
                   MOVE WS-RV-Y(WS-ROVER-INDEX) TO WS-RL-Y
                   MOVE WS-RV-FACING(WS-ROVER-INDEX) TO WS-RL-FACING
                   MOVE WS-RV-ENERGY(WS-ROVER-INDEX) TO WS-RL-ENERGY
                   DISPLAY '  ' WS-ROVER-LINE
               ELSE
                   MOVE 'ROVER' TO WS-BD-SECTION
                   MOVE WS-RV-ID(WS-ROVER-INDEX) TO WS-BD-ROVER
                   MOVE 0 TO WS-BD-SEQ
                   MOVE WS-RV-X(WS-ROVER-INDEX) TO WS-BD-X
                   MOVE WS-RV-Y(WS-ROVER-INDEX) TO WS-BD-Y
                   MOVE 0 TO WS-BD-DATE-1
                   MOVE 0 TO WS-BD-DATE-2
                   MOVE WS-RV-FACING(WS-ROVER-INDEX) TO WS-BD-CODE
                   MOVE WS-RV-ENERGY(WS-ROVER-INDEX) TO WS-BD-NUMBER
                   MOVE SPACES TO WS-BD-TEXT
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-IF.

       EMIT-WAITING-MISSION.

           IF WS-MS-SITE(WS-MISSION-INDEX) = WS-BUL-SITE AND
                   WS-MS-WAITING(WS-MISSION-INDEX)
               ADD 1 TO WS-SECTION-COUNT
               IF EMIT-TO-PRINT
                   MOVE WS-MS-ROVER(WS-MISSION-INDEX) TO WS-WL-ROVER
                   MOVE WS-MS-SEQ(WS-MISSION-INDEX) TO WS-WL-SEQ
                   MOVE WS-MS-CODE(WS-MISSION-INDEX) TO WS-WL-STATUS
                   MOVE WS-MS-NUMBER(WS-MISSION-INDEX)
                       TO WS-WL-PRIORITY
                   MOVE WS-MS-DATE(WS-MISSION-INDEX) TO WS-WL-REQ-DATE
                   MOVE WS-MS-REQUESTER(WS-MISSION-INDEX)
                       TO WS-WL-REQUESTER
                   DISPLAY '  ' WS-WAITING-LINE
               ELSE
                   MOVE 'WAITING' TO WS-BD-SECTION
                   PERFORM MOVE-MISSION-DETAIL
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-IF.

       EMIT-SUSPENDED-MISSION.

           IF WS-MS-SITE(WS-MISSION-INDEX) = WS-BUL-SITE AND
                   WS-MS-SUSPENDED(WS-MISSION-INDEX)
               ADD 1 TO WS-SECTION-COUNT
               IF EMIT-TO-PRINT
                   MOVE WS-MS-ROVER(WS-MISSION-INDEX) TO WS-SL-ROVER
                   MOVE WS-MS-SEQ(WS-MISSION-INDEX) TO WS-SL-SEQ
                   MOVE WS-MS-RUN-NO(WS-MISSION-INDEX) TO WS-SL-RUN-NO
                   MOVE WS-MS-DATE(WS-MISSION-INDEX) TO WS-SL-RUN-DATE
                   MOVE WS-MS-X(WS-MISSION-INDEX) TO WS-SL-X
                   MOVE WS-MS-Y(WS-MISSION-INDEX) TO WS-SL-Y
                   MOVE WS-MS-NUMBER(WS-MISSION-INDEX) TO WS-SL-ENERGY
                   MOVE WS-MS-REQUESTER(WS-MISSION-INDEX)
                       TO WS-SL-REQUESTER
                   EVALUATE WS-MS-CODE(WS-MISSION-INDEX)
                       WHEN 'R'
                           MOVE 'RELEASE' TO WS-SL-REVIEW
                       WHEN 'D'
                           MOVE 'DROP' TO WS-SL-REVIEW
                       WHEN OTHER
                           MOVE 'PENDING' TO WS-SL-REVIEW
                   END-EVALUATE
                   DISPLAY '  ' WS-SUSPENDED-LINE
               ELSE
                   MOVE 'SUSPEND' TO WS-BD-SECTION
                   PERFORM MOVE-MISSION-DETAIL
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-IF.

       MOVE-MISSION-DETAIL.

           MOVE WS-MS-ROVER(WS-MISSION-INDEX) TO WS-BD-ROVER.
           MOVE WS-MS-SEQ(WS-MISSION-INDEX) TO WS-BD-SEQ.
           MOVE WS-MS-X(WS-MISSION-INDEX) TO WS-BD-X.
           MOVE WS-MS-Y(WS-MISSION-INDEX) TO WS-BD-Y.
           MOVE WS-MS-DATE(WS-MISSION-INDEX) TO WS-BD-DATE-1.
           MOVE WS-MS-RUN-NO(WS-MISSION-INDEX) TO WS-BD-DATE-2.
           MOVE WS-MS-CODE(WS-MISSION-INDEX) TO WS-BD-CODE.
           MOVE WS-MS-NUMBER(WS-MISSION-INDEX) TO WS-BD-NUMBER.
           MOVE WS-MS-REQUESTER(WS-MISSION-INDEX) TO WS-BD-TEXT.

       WRITE-DETAIL-RECORD.

           MOVE SPACES TO BULLETIN-REC.
           MOVE WS-BULL-DETAIL TO BULLETIN-REC.
           WRITE BULLETIN-REC.

           ADD 1 TO WS-FEED-DETAIL-COUNT.

       START-RUN-LOG.

           MOVE 'STEP050' TO RLC-STEP.
           MOVE 'ROVRSBUL' TO RLC-PROGRAM.
           MOVE 0 TO RLC-RUN-NO.
           MOVE 0 TO RLC-RUN-DATE.
           MOVE 0 TO RLC-RECORDS-IN.
           MOVE 0 TO RLC-RECORDS-OUT.
           MOVE 0 TO RLC-RETURN-CODE.
           SET RLC-STEP-START TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       POST-RUN-LOG.

           MOVE WS-MISSION-COUNT TO RLC-RECORDS-IN.
           MOVE WS-BULLETINS-SENT TO RLC-RECORDS-OUT.
           MOVE RETURN-CODE TO RLC-RETURN-CODE.
           SET RLC-STEP-END TO TRUE.

           CALL 'ROVER-RUNLOG' USING RUN-LOG-CALL.

       END PROGRAM ROVER-SITEBUL.
