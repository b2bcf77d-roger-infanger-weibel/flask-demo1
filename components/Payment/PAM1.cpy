           05  PAYMENT-CURRENCY     PIC X(3).
           *> ISO currency code of PAYMENT-AMOUNT
           05  BASE-AMOUNT          PIC S9(9)V99 COMP-3.
           *> PAYMENT-AMOUNT converted to BASE-CURRENCY at the
           *> margined rate the customer is charged (see FXP1)
           05  BASE-CURRENCY        PIC X(3).
           *> Reporting currency BASE-AMOUNT is expressed in
           05  CUSTOMER-ID          PIC X(10).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).   
           *> Timestamp of the trans (formatted as YYYY-MM-DD HH:MM:SS)
           05  FX-MARGIN-AMOUNT     PIC S9(9)V99 COMP-3.
           *> Part of BASE-AMOUNT that is the bank's FX margin - zero
           *> when the payment is already in BASE-CURRENCY
           05  FX-MARGIN-BPS        PIC S9(4)V9 COMP-3.
           *> FXM1 margin the conversion was priced at, in basis points
           05  FX-RATE-METHOD       PIC X(1).
           *> How the rate was made (see EXM1): 'S'=same currency,
           *> 'D'=direct pair, 'I'=inverse, 'C'=cross through the
           *> base, 'Q'=locked quote, space=no rate or not recorded
           05  RESERVED-FIELDS      PIC X(40).   
           *> Reserved for future use
