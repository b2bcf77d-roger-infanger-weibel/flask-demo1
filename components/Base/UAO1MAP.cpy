      *> COBOL symbolic map for UAO1MSD/UAO1MAP, hand-kept in sync with
      *> UAO1MSD.bms - the input and output views of the same screen.
       01  UAO1I.
           05  FILLER                   PIC X(12).
           05  LNOL                     PIC S9(4) COMP.
           05  LNOF                     PIC X.
           05  FILLER REDEFINES LNOF    PIC X.
           05  LNOA                     PIC X.
           05  LNO                      PIC X(2).
           05  CUSL                     PIC S9(4) COMP.
           05  CUSF                     PIC X.
           05  FILLER REDEFINES CUSF    PIC X.
           05  CUSA                     PIC X.
           05  CUS                      PIC X(10).
           05  CASL                     PIC S9(4) COMP.
           05  CASF                     PIC X.
           05  FILLER REDEFINES CASF    PIC X.
           05  CASA                     PIC X.
           05  CAS                      PIC X(9).
       01  UAO1O REDEFINES UAO1I.
           05  FILLER                   PIC X(15).
           05  LNOO                     PIC X(2).
           05  FILLER                   PIC X(3).
           05  CUSO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  CASO                     PIC X(9).
           05  FILLER                   PIC X(3).
           05  LISTO                    OCCURS 12 TIMES.
               10  LIST-LINE            PIC X(79).
               10  FILLER               PIC X(3).
           05  MSGO                     PIC X(79).
