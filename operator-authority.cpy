       01  OPERATOR-AUTH-REC.
           02 OPAUTH-OPERATOR-ID   PIC X(8).
           02 OPAUTH-OPERATOR-NAME PIC X(20).
           02 OPAUTH-FUNCTIONS.
               03 OPAUTH-INQUIRY   PIC X(1).
                   88 OPAUTH-MAY-INQUIRE       VALUE 'Y'.
               03 OPAUTH-MISSION   PIC X(1).
                   88 OPAUTH-MAY-ENTER-MISSIONS VALUE 'Y'.
               03 OPAUTH-SUSPENSE  PIC X(1).
                   88 OPAUTH-MAY-REVIEW-SUSPENSE VALUE 'Y'.
           02 OPAUTH-ALL-SITES     PIC X(1).
               88 OPAUTH-ANY-SITE         VALUE 'Y'.
           02 OPAUTH-SITE-LIST.
               03 OPAUTH-SITE      PIC X(3) OCCURS 10 TIMES.
           02 OPAUTH-UPDATED-DATE  PIC 9(8).
           02 OPAUTH-UPDATED-BY    PIC X(8).
