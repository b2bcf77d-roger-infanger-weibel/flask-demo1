      *> COBOL symbolic map for WQO1MSD/WQO1MAP, hand-kept in sync with
      *> WQO1MSD.bms - the input and output views of the same screen.
       01  WQO1I.
           05  FILLER                   PIC X(12).
           05  LNOL                     PIC S9(4) COMP.
           05  LNOF                     PIC X.
           05  FILLER REDEFINES LNOF    PIC X.
           05  LNOA                     PIC X.
           05  LNO                      PIC X(2).
           05  DECL                     PIC S9(4) COMP.
           05  DECF                     PIC X.
           05  FILLER REDEFINES DECF    PIC X.
           05  DECA                     PIC X.
           05  DEC                      PIC X(1).
           05  REFL                     PIC S9(4) COMP.
           05  REFF                     PIC X.
           05  FILLER REDEFINES REFF    PIC X.
           05  REFA                     PIC X.
           05  REF                      PIC X(10).
           05  ASGL                     PIC S9(4) COMP.
           05  ASGF                     PIC X.
           05  FILLER REDEFINES ASGF    PIC X.
           05  ASGA                     PIC X.
           05  ASG                      PIC X(8).
       01  WQO1O REDEFINES WQO1I.
           05  FILLER                   PIC X(15).
           05  LNOO                     PIC X(2).
           05  FILLER                   PIC X(3).
           05  DECO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  REFO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  ASGO                     PIC X(8).
           05  FILLER                   PIC X(3).
           05  LISTO                    OCCURS 12 TIMES.
               10  LIST-LINE            PIC X(79).
               10  FILLER               PIC X(3).
           05  MSGO                     PIC X(79).
