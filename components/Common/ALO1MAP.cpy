      *> COBOL symbolic map for ALO1MSD/ALO1MAP, hand-kept in sync with
      *> ALO1MSD.bms - the input and output views of the same screen.
       01  ALO1I.
           05  FILLER                   PIC X(12).
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
           05  CMTL                     PIC S9(4) COMP.
           05  CMTF                     PIC X.
           05  FILLER REDEFINES CMTF    PIC X.
           05  CMTA                     PIC X.
           05  CMT                      PIC X(60).
       01  ALO1O REDEFINES ALO1I.
           05  FILLER                   PIC X(15).
           05  LNOO                     PIC X(2).
           05  FILLER                   PIC X(3).
           05  ACTO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  CMTO                     PIC X(60).
           05  FILLER                   PIC X(3).
           05  LISTO                    OCCURS 12 TIMES.
               10  LIST-LINE            PIC X(79).
               10  FILLER               PIC X(3).
           05  MSGO                     PIC X(79).
