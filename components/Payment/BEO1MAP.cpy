      *> COBOL symbolic map for BEO1MSD/BEO1MAP, hand-kept in sync with
      *> BEO1MSD.bms - the input and output views of the same screen.
       01  BEO1I.
           05  FILLER                   PIC X(12).
           05  BIDL                     PIC S9(4) COMP.
           05  BIDF                     PIC X.
           05  FILLER REDEFINES BIDF    PIC X.
           05  BIDA                     PIC X.
           05  BID                      PIC X(10).
           05  BCUSL                    PIC S9(4) COMP.
           05  BCUSF                    PIC X.
           05  FILLER REDEFINES BCUSF   PIC X.
           05  BCUSA                    PIC X.
           05  BCUS                     PIC X(10).
           05  BNAML                    PIC S9(4) COMP.
           05  BNAMF                    PIC X.
           05  FILLER REDEFINES BNAMF   PIC X.
           05  BNAMA                    PIC X.
           05  BNAM                     PIC X(30).
           05  BACCL                    PIC S9(4) COMP.
           05  BACCF                    PIC X.
           05  FILLER REDEFINES BACCF   PIC X.
           05  BACCA                    PIC X.
           05  BACC                     PIC X(34).
           05  BBICL                    PIC S9(4) COMP.
           05  BBICF                    PIC X.
           05  FILLER REDEFINES BBICF   PIC X.
           05  BBICA                    PIC X.
           05  BBIC                     PIC X(11).
           05  BACTL                    PIC S9(4) COMP.
           05  BACTF                    PIC X.
           05  FILLER REDEFINES BACTF   PIC X.
           05  BACTA                    PIC X.
           05  BACT                     PIC X(1).
       01  BEO1O REDEFINES BEO1I.
           05  FILLER                   PIC X(15).
           05  BIDO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  BCUSO                    PIC X(10).
           05  FILLER                   PIC X(3).
           05  BNAMO                    PIC X(30).
           05  FILLER                   PIC X(3).
           05  BACCO                    PIC X(34).
           05  FILLER                   PIC X(3).
           05  BBICO                    PIC X(11).
           05  FILLER                   PIC X(3).
           05  BACTO                    PIC X(1).
           05  FILLER                   PIC X(3).
           05  MSGO                     PIC X(79).
