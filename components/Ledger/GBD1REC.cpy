      *> COBOL Copybook for Db2 Host Variables (GBD1)
      *> Host structure matching the GBD1SQL declare table - Finance's
      *> budget, one row per GL account per accounting month, loaded
      *> by GBL1 and read by the GBV1 budget-versus-actual report
       01  GBD1-REC.
           05  GL-ACCOUNT           PIC X(10).
           *> General ledger account budgeted (see GAC1)
           05  PERIOD-MONTH         PIC X(7).
           *> Accounting month the budget is for (YYYY-MM)
           05  BUDGET-AMOUNT        PIC S9(11)V99 COMP-3.
           *> Budgeted net movement for the month in the account's
           *> natural direction - debits less credits for an 'A' or
           *> 'E' account, credits less debits for an 'L' or 'I'
           *> account (implied decimal)
           05  LOAD-DATE            PIC X(10).
           *> Date GBL1 last loaded the row (YYYY-MM-DD)
           05  LOAD-USER            PIC X(8).
           *> Parm-card user of the GBL1 run that loaded the row
