               03 RESULT-TRL-ROVER-COUNT  PIC 9(7).
               03 RESULT-TRL-MASTER-UPDS  PIC 9(7).
               03 RESULT-TRL-INSTR-TOTAL  PIC 9(8).
               03 RESULT-TRL-TRANSIT-SKIPS PIC 9(7).
               03 FILLER                  PIC X(6).
