       01  MISSION-APPROVAL-REC.
           02 APPR-KEY.
               03 APPR-ROVER-ID    PIC X(6).
               03 APPR-SEQ-NO      PIC 9(5).
           02 APPR-DECISION        PIC X(1).
               88 APPR-FIRST-SIGNED       VALUE 'F'.
               88 APPR-APPROVED           VALUE 'A'.
               88 APPR-REJECTED           VALUE 'R'.
           02 APPR-SECOND-FLAG     PIC X(1).
               88 APPR-NEEDS-SECOND       VALUE 'Y'.
           02 APPR-FIRST-OPERATOR  PIC X(8).
           02 APPR-FIRST-DATE      PIC 9(8).
           02 APPR-SECOND-OPERATOR PIC X(8).
           02 APPR-SECOND-DATE     PIC 9(8).
           02 APPR-REASON          PIC X(40).
