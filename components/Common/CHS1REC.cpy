      *> COBOL Copybook for Db2 Host Variables (CHS1)
      *> Host structure matching the CHS1SQL declare table - one row
      *> per chain step per run date, recording how far the nightly
      *> got (see CHN1); a step that died leaves its row at 'S', one
      *> that ended badly is set to 'F', and a resubmitted run
      *> reruns either
       01  CHS1-REC.
           05  RUN-DATE             PIC X(10).
           *> Business date of the chain run (YYYY-MM-DD)
           05  PROGRAM-NAME         PIC X(8).
           *> Batch program the step ran
           05  STEP-STATUS          PIC X(1).
           *> 'S'=started, 'C'=completed, 'F'=failed (its job ended
           *> with a bad return code or abended), 'K'=skipped per the
           *> step's CHD1 frequency and the HOL1 calendar - distinct
           *> from "never attempted", which has no row at all
           05  STEP-RETURN-CODE     PIC S9(9) COMP.
           *> Final return code recorded at completion (0 = clean) -
           *> named apart from the RETURN-CODE special register; CHX1
           *> records it when the step's job ends
