      *> COBOL symbolic map for DSO1MSD/DSO1MAP, hand-kept in sync with
      *> DSO1MSD.bms - the input and output views of the same screen.
       01  DSO1I.
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
           05  DIDL                     PIC S9(4) COMP.
           05  DIDF                     PIC X.
           05  FILLER REDEFINES DIDF    PIC X.
           05  DIDA                     PIC X.
           05  DID                      PIC X(10).
           05  TYPL                     PIC S9(4) COMP.
           05  TYPF                     PIC X.
           05  FILLER REDEFINES TYPF    PIC X.
           05  TYPA                     PIC X.
           05  TYP                      PIC X(1).
           05  ITML                     PIC S9(4) COMP.
           05  ITMF                     PIC X.
           05  FILLER REDEFINES ITMF    PIC X.
           05  ITMA                     PIC X.
           05  ITM                      PIC X(10).
           05  PCRL                     PIC S9(4) COMP.
           05  PCRF                     PIC X.
           05  FILLER REDEFINES PCRF    PIC X.
           05  PCRA                     PIC X.
           05  PCR                      PIC X(1).
           05  CRDL                     PIC S9(4) COMP.
           05  CRDF                     PIC X.
           05  FILLER REDEFINES CRDF    PIC X.
           05  CRDA                     PIC X.
           05  CRD                      PIC X(10).
       01  DSO1O REDEFINES DSO1I.
           05  FILLER                   PIC X(15).
           05  CUSO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  LNOO                     PIC X(2).
           05  FILLER                   PIC X(3).
           05  ACTO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  DIDO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  TYPO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  ITMO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  PCRO                     PIC X(1).
           05  FILLER                   PIC X(3).
           05  CRDO                     PIC X(10).
           05  FILLER                   PIC X(3).
           05  LISTO                    OCCURS 12 TIMES.
               10  LIST-LINE            PIC X(79).
               10  FILLER               PIC X(3).
           05  MSGO                     PIC X(79).
