      *> COBOL Copybook for the MLP1 mandate-lapse letter record
      *> One row per direct-debit mandate lapsed on the run date, in
      *> the letter shop's print layout - the same shape as the RJL1
      *> rejection letter, telling the customer the mandate is void
      *> and a new one must be signed before we collect again
       01  MLP1-LETTER-RECORD.
           05  MLP1-CUSTOMER-NAME   PIC X(30).
           *> Customer the letter is addressed to
           05  MLP1-CUSTOMER-ADDRESS PIC X(60).
           *> Mailing address from CAD1
           05  MLP1-MANDATE-ID      PIC X(10).
           *> MND1 mandate that has lapsed
           05  MLP1-LAPSE-DATE      PIC X(10).
           *> Date the mandate lapsed (YYYY-MM-DD)
           05  MLP1-CEILING-AMOUNT  PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
           *> Ceiling the lapsed mandate carried (implied decimal)
