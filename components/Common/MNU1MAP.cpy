           05  OPT                      PIC X(1).
       01  MNU1O REDEFINES MNU1I.
           05  FILLER                   PIC X(15).
           05  OPTLNO                   OCCURS 19 TIMES.
               10  OPTLN-LINE           PIC X(40).
               10  FILLER               PIC X(3).
           05  OPTO                     PIC X(1).
