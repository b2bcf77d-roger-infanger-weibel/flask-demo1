      *> COBOL Copybook for Db2 Host Variables (DQH1)
      *> Host structure matching the DQH1SQL declare table - the
      *> DQS1 data-quality scorecard's results, one row per run,
      *> operating unit and rule, kept so each week's scorecard can
      *> show the trend against the week before
       01  DQH1-REC.
           05  RUN-DATE             PIC X(10).
           *> Business date of the scorecard run (YYYY-MM-DD)
           05  OPERATING-UNIT       PIC X(4).
           *> Unit the counts are for - spaces for customers with no
           *> unit, '*ALL' for the whole book
           05  RULE-CODE            PIC X(4).
           *> Rule scored - 'CONT' no CCT1 contact preference, 'RATE'
           *> no CRR1 rating, 'UNIT' blank operating unit, 'ADDR'
           *> address fails ADV1, 'NAME' placeholder name
           05  CUSTOMER-COUNT       PIC S9(9) COMP.
           *> Active customers scored in the unit
           05  FAIL-COUNT           PIC S9(9) COMP.
           *> Customers failing the rule
