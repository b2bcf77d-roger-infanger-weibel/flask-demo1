      *> COBOL Copybook for the BOP1 balance-of-payments submission
      *> One record per purpose code, counterparty country and
      *> currency of the month's cleared cross-border payments, in
      *> that order, the whole file inside the BIF1 header/trailer
       01  BOP1-SUBMISSION-RECORD.
           05  BOP1-RECORD-TYPE     PIC X(3).
           *> 'BOP' on every return line
           05  BOP1-REPORTING-MONTH PIC X(7).
           *> Return month (YYYY-MM)
           05  BOP1-PURPOSE-CODE    PIC X(4).
           *> Economic purpose (see PPC1)
           05  BOP1-COUNTRY-CODE    PIC X(2).
           *> ISO country of the counterparty
           05  BOP1-CURRENCY        PIC X(3).
           *> ISO currency the payments were made in
           05  BOP1-PAYMENT-COUNT   PIC 9(7).
           *> Payments in the group, refunds included
           05  BOP1-CURRENCY-AMOUNT PIC S9(13)V99 SIGN LEADING
                                    SEPARATE.
           *> Net amount in BOP1-CURRENCY, refunds netted off
           *> (implied decimal)
           05  BOP1-BASE-AMOUNT     PIC S9(13)V99 SIGN LEADING
                                    SEPARATE.
           *> The same converted to base currency at the month-end
           *> rate (implied decimal)
