           05  FILLER REDEFINES RVSLF   PIC X.
           05  RVSLA                    PIC X.
           05  RVSL                     PIC X(10).
           05  BENFL                    PIC S9(4) COMP.
           05  BENFF                    PIC X.
           05  FILLER REDEFINES BENFF   PIC X.
           05  BENFA                    PIC X.
           05  BENF                     PIC X(10).
           05  FXLKL                    PIC S9(4) COMP.
           05  FXLKF                    PIC X.
           05  FILLER REDEFINES FXLKF   PIC X.
           05  FXLKA                    PIC X.
           05  FXLK                     PIC X(1).
           05  SGN1L                    PIC S9(4) COMP.
           05  SGN1F                    PIC X.
           05  FILLER REDEFINES SGN1F   PIC X.
           05  SGN1A                    PIC X.
           05  SGN1                     PIC X(10).
           05  SGN2L                    PIC S9(4) COMP.
           05  SGN2F                    PIC X.
           05  FILLER REDEFINES SGN2F   PIC X.
           05  SGN2A                    PIC X.
           05  SGN2                     PIC X(10).
           05  PURPL                    PIC S9(4) COMP.
           05  PURPF                    PIC X.
           05  FILLER REDEFINES PURPF   PIC X.
           05  PURPA                    PIC X.
           05  PURP                     PIC X(4).
           05  CTRYL                    PIC S9(4) COMP.
           05  CTRYF                    PIC X.
           05  FILLER REDEFINES CTRYF   PIC X.
           05  CTRYA                    PIC X.
           05  CTRY                     PIC X(2).
       01  PAO1O REDEFINES PAO1I.
           05  FILLER                   PIC X(15).
           05  FUNCO                    PIC X(1).
           05  FILLER                   PIC X(3).
           05  RVSLO                    PIC X(10).
           05  FILLER                   PIC X(3).
           05  BENFO                    PIC X(10).
           05  FILLER                   PIC X(3).
           05  FXLKO                    PIC X(1).
           05  FILLER                   PIC X(3).
           05  SGN1O                    PIC X(10).
           05  FILLER                   PIC X(3).
           05  SGN2O                    PIC X(10).
           05  FILLER                   PIC X(3).
           05  PAMTO                    PIC X(15).
           05  FILLER                   PIC X(3).
           05  PCURO                    PIC X(3).
           05  FILLER                   PIC X(3).
           05  PSTATO                   PIC X(1).
           05  FILLER                   PIC X(3).
           05  PURPO                    PIC X(4).
           05  FILLER                   PIC X(3).
           05  CTRYO                    PIC X(2).
           05  FILLER                   PIC X(3).
           05  MSGO                     PIC X(79).
