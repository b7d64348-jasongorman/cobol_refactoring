       01  TELEMETRY-REC.
           02 TLM-ROVER-ID         PIC X(6).
           02 TLM-SITE-ID          PIC X(3).
           02 TLM-X-COORD          PIC 9(2).
           02 TLM-Y-COORD          PIC 9(2).
           02 TLM-FACING           PIC X(1).
           02 TLM-OBS-DATE         PIC 9(8).
           02 TLM-OBS-TIME         PIC 9(6).
