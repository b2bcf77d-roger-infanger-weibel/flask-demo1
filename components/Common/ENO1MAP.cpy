           05  FILLER REDEFINES EACTF   PIC X.
           05  EACTA                    PIC X.
           05  EACT                     PIC X(1).
           05  ESTATL                   PIC S9(4) COMP.
           05  ESTATF                   PIC X.
           05  FILLER REDEFINES ESTATF  PIC X.
           05  ESTATA                   PIC X.
           05  ESTAT                    PIC X(1).
           05  EAPPRL                   PIC S9(4) COMP.
           05  EAPPRF                   PIC X.
           05  FILLER REDEFINES EAPPRF  PIC X.
           05  EAPPRA                   PIC X.
           05  EAPPR                    PIC X(8).
           05  ERSNL                    PIC S9(4) COMP.
           05  ERSNF                    PIC X.
           05  FILLER REDEFINES ERSNF   PIC X.
           05  ERSNA                    PIC X.
           05  ERSN                     PIC X(40).
       01  ENO1O REDEFINES ENO1I.
           05  FILLER                   PIC X(15).
           05  EUSERO                   PIC X(8).
           05  FILLER                   PIC X(3).
           05  ESTATO                   PIC X(1).
           05  FILLER                   PIC X(3).
           05  EAPPRO                   PIC X(8).
           05  FILLER                   PIC X(3).
           05  ERSNO                    PIC X(40).
           05  FILLER                   PIC X(3).
           05  MSGO                     PIC X(79).
