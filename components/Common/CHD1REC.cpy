      *> COBOL Copybook for Db2 Host Variables (CHD1)
      *> Host structure matching the CHD1SQL declare table - the
      *> nightly chain's step definitions and the steps each one
      *> waits for (see CHN1)
       01  CHD1-REC.
           05  STEP-NUMBER          PIC S9(9) COMP.
           *> Position of the step in the chain (1, 2, ...)
           *> in and out of the table by hand
           05  FREQUENCY-DAY        PIC S9(9) COMP.
           *> Day of week for 'W' steps (1=Monday .. 7=Sunday)
           05  PREDECESSOR-STEPS    PIC X(40).
           *> Up to ten 4-digit STEP-NUMBERs this step waits for,
           *> side by side (e.g. '00030005') - blank waits for the
           *> step before it in STEP-NUMBER order, the old strict
           *> sequence, and '0000' alone waits for nothing
