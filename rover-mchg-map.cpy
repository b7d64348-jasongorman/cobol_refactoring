       01  ROVRM1I.
           02  FILLER                PIC X(12).
           02  RIDL                  PIC S9(4) COMP.
           02  RIDF                  PIC X.
           02  FILLER REDEFINES RIDF.
               03  RIDA              PIC X.
           02  RIDI                  PIC X(6).
           02  SEQL                  PIC S9(4) COMP.
           02  SEQF                  PIC X.
           02  FILLER REDEFINES SEQF.
               03  SEQA              PIC X.
           02  SEQI                  PIC X(5).
           02  ACTL                  PIC S9(4) COMP.
           02  ACTF                  PIC X.
           02  FILLER REDEFINES ACTF.
               03  ACTA              PIC X.
           02  ACTI                  PIC X(1).
           02  CURLINEL              PIC S9(4) COMP.
           02  CURLINEF              PIC X.
           02  FILLER REDEFINES CURLINEF.
               03  CURLINEA          PIC X.
           02  CURLINEI              PIC X(70).
           02  PRIL                  PIC S9(4) COMP.
           02  PRIF                  PIC X.
           02  FILLER REDEFINES PRIF.
               03  PRIA              PIC X.
           02  PRII                  PIC X(1).
           02  RDATEL                PIC S9(4) COMP.
           02  RDATEF                PIC X.
           02  FILLER REDEFINES RDATEF.
               03  RDATEA            PIC X.
           02  RDATEI                PIC X(8).
           02  NRIDL                 PIC S9(4) COMP.
           02  NRIDF                 PIC X.
           02  FILLER REDEFINES NRIDF.
               03  NRIDA             PIC X.
           02  NRIDI                 PIC X(6).
           02  INSTR1L               PIC S9(4) COMP.
           02  INSTR1F               PIC X.
           02  FILLER REDEFINES INSTR1F.
               03  INSTR1A           PIC X.
           02  INSTR1I               PIC X(50).
           02  INSTR2L               PIC S9(4) COMP.
           02  INSTR2F               PIC X.
           02  FILLER REDEFINES INSTR2F.
               03  INSTR2A           PIC X.
           02  INSTR2I               PIC X(50).
           02  MSGLINEL              PIC S9(4) COMP.
           02  MSGLINEF              PIC X.
           02  FILLER REDEFINES MSGLINEF.
               03  MSGLINEA          PIC X.
           02  MSGLINEI              PIC X(78).

       01  ROVRM1O.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  RIDO                  PIC X(6).
           02  FILLER                PIC X(3).
           02  SEQO                  PIC X(5).
           02  FILLER                PIC X(3).
           02  ACTO                  PIC X(1).
           02  FILLER                PIC X(3).
           02  CURLINEO              PIC X(70).
           02  FILLER                PIC X(3).
           02  PRIO                  PIC X(1).
           02  FILLER                PIC X(3).
           02  RDATEO                PIC X(8).
           02  FILLER                PIC X(3).
           02  NRIDO                 PIC X(6).
           02  FILLER                PIC X(3).
           02  INSTR1O               PIC X(50).
           02  FILLER                PIC X(3).
           02  INSTR2O               PIC X(50).
           02  FILLER                PIC X(3).
           02  MSGLINEO              PIC X(78).
