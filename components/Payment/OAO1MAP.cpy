      *> COBOL symbolic map for OAO1MSD/OAO1MAP, hand-kept in sync with
      *> OAO1MSD.bms - the input and output views of the same screen.
       01  OAO1I.
           05  FILLER                   PIC X(12).
           05  LKEYL                    PIC S9(4) COMP.
           05  LKEYF                    PIC X.
           05  FILLER REDEFINES LKEYF   PIC X.
           05  LKEYA                    PIC X.
           05  LKEY                     PIC X(8).
           05  LFUNL                    PIC S9(4) COMP.
           05  LFUNF                    PIC X.
           05  FILLER REDEFINES LFUNF   PIC X.
           05  LFUNA                    PIC X.
           05  LFUN                     PIC X(1).
           05  LAMTL                    PIC S9(4) COMP.
           05  LAMTF                    PIC X.
           05  FILLER REDEFINES LAMTF   PIC X.
           05  LAMTA                    PIC X.
           05  LAMT                     PIC X(13).
           05  LACTL                    PIC S9(4) COMP.
           05  LACTF                    PIC X.
           05  FILLER REDEFINES LACTF   PIC X.
           05  LACTA                    PIC X.
           05  LACT                     PIC X(1).
       01  OAO1O REDEFINES OAO1I.
           05  FILLER                   PIC X(15).
           05  LKEYO                    PIC X(8).
           05  FILLER                   PIC X(3).
           05  LFUNO                    PIC X(1).
           05  FILLER                   PIC X(3).
           05  LAMTO                    PIC X(13).
           05  FILLER                   PIC X(3).
           05  LACTO                    PIC X(1).
           05  FILLER                   PIC X(3).
           05  MSGO                     PIC X(79).
