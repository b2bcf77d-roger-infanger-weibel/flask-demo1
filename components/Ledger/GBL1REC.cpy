      *> COBOL Copybook for the GBL1 budget load record
      *> One row per GL account per accounting month, exported from
      *> Finance's budget workbook; a later row for the same account
      *> and month replaces the earlier one, so a revised budget is
      *> simply re-fed (see GBL1)
       01  GBL1-INPUT-RECORD.
           05  GBL1-GL-ACCOUNT      PIC X(10).
           *> GL account budgeted (must be on GAC1, active)
           05  GBL1-PERIOD-MONTH    PIC X(7).
           *> Accounting month (YYYY-MM) - must not be a closed GPC1
           *> period
           05  GBL1-BUDGET-AMOUNT   PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           *> Budgeted net movement in the account's natural
           *> direction (implied decimal, see GBD1)
