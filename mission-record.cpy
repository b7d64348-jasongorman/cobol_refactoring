               88 MISSION-RELEASED        VALUE 'R'.
               88 MISSION-COMPLETED       VALUE 'C'.
               88 MISSION-FAILED          VALUE 'F'.
               88 MISSION-CANCELLED       VALUE 'X'.
               88 MISSION-AWAITING-APPROVAL VALUE 'A'.
               88 MISSION-AWAITING-SECOND VALUE 'B'.
               88 MISSION-REJECTED        VALUE 'J'.
           02 MISSION-RESULT-STATUS PIC 9(1).
