      *> COBOL symbolic map for GLO1MSD/GLO1MAP, hand-kept in sync with
      *> GLO1MSD.bms - the input and output views of the same screen.
       01  GLO1I.
           05  FILLER                   PIC X(12).
           05  ACCL                     PIC S9(4) COMP.
           05  ACCF                     PIC X.
           05  FILLER REDEFINES ACCF    PIC X.
           05  ACCA                     PIC X.
           05  ACC                      PIC X(10).
           05  LNOL                     PIC S9(4) COMP.
           05  LNOF                     PIC X.
           05  FILLER REDEFINES LNOF    PIC X.
           05  LNOA                     PIC X.
           05  LNO                      PIC X(2).
           05  ACTL                     PIC S9(4) COMP.
           05  ACTF                     PIC X.
           05  FILLER REDEFINES ACTF    PIC X.
           05  ACTA                     PIC X.
           05  ACT                      PIC X(1).
       01  GLO1O REDEFINES GLO1I.
           05  FILLER                   PIC X(15).
           05  ACCO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  LNOO                     PIC X(2).
           05  FILLER                   PIC X(3).
           05  ACTO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  HDRO                     PIC X(79).
           05  FILLER                   PIC X(3).
           05  COLO                     PIC X(79).
           05  FILLER                   PIC X(3).
           05  LISTO                    OCCURS 12 TIMES.
               10  LIST-LINE            PIC X(79).
               10  FILLER               PIC X(3).
           05  MSGO                     PIC X(79).
