      *> COBOL symbolic map for SOO1MSD/SOO1MAP, hand-kept in sync with
      *> SOO1MSD.bms - the input and output views of the same screen.
       01  SOO1I.
           05  FILLER                   PIC X(12).
           05  CUSL                     PIC S9(4) COMP.
           05  CUSF                     PIC X.
           05  FILLER REDEFINES CUSF    PIC X.
           05  CUSA                     PIC X.
           05  CUS                      PIC X(10).
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
           05  NIDL                     PIC S9(4) COMP.
           05  NIDF                     PIC X.
           05  FILLER REDEFINES NIDF    PIC X.
           05  NIDA                     PIC X.
           05  NID                      PIC X(10).
           05  AMTL                     PIC S9(4) COMP.
           05  AMTF                     PIC X.
           05  FILLER REDEFINES AMTF    PIC X.
           05  AMTA                     PIC X.
           05  AMT                      PIC X(13).
           05  CCYL                     PIC S9(4) COMP.
           05  CCYF                     PIC X.
           05  FILLER REDEFINES CCYF    PIC X.
           05  CCYA                     PIC X.
           05  CCY                      PIC X(3).
           05  FRQL                     PIC S9(4) COMP.
           05  FRQF                     PIC X.
           05  FILLER REDEFINES FRQF    PIC X.
           05  FRQA                     PIC X.
           05  FRQ                      PIC X(1).
           05  DTEL                     PIC S9(4) COMP.
           05  DTEF                     PIC X.
           05  FILLER REDEFINES DTEF    PIC X.
           05  DTEA                     PIC X.
           05  DTE                      PIC X(10).
       01  SOO1O REDEFINES SOO1I.
           05  FILLER                   PIC X(15).
           05  CUSO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  LNOO                     PIC X(2).
           05  FILLER                   PIC X(3).
           05  ACTO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  NIDO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  AMTO                     PIC X(13).
           05  FILLER                   PIC X(3).
           05  CCYO                     PIC X(3).
           05  FILLER                   PIC X(3).
           05  FRQO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  DTEO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  LISTO                    OCCURS 12 TIMES.
               10  LIST-LINE            PIC X(79).
               10  FILLER               PIC X(3).
           05  MSGO                     PIC X(79).
