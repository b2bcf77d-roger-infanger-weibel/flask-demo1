      *> COBOL Copybook for the DNL1 advance-notice letter record
      *> One row per direct-debit collection coming into the notice
      *> period, in the letter shop's print layout - the same shape
      *> as the RJL1 rejection letter, carrying the mandate the
      *> collection is made under
       01  DNL1-LETTER-RECORD.
           05  DNL1-CUSTOMER-NAME   PIC X(30).
           *> Customer the letter is addressed to
           05  DNL1-CUSTOMER-ADDRESS PIC X(60).
           *> Mailing address from CAD1
           05  DNL1-MANDATE-ID      PIC X(10).
           *> MND1 mandate the collection is made under
           05  DNL1-COLLECT-DATE    PIC X(10).
           *> Date the amount will be collected (YYYY-MM-DD)
           05  DNL1-PAYMENT-AMOUNT  PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
           *> Amount to be collected (implied decimal)
           05  DNL1-PAYMENT-CURRENCY PIC X(3).
           *> ISO currency code of DNL1-PAYMENT-AMOUNT
