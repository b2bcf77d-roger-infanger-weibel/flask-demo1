      *> COBOL Copybook for Db2 Host Variables (WHR1)
      *> Host structure matching the WHR1SQL declare table - the
      *> withholding tax rate on credit interest by the customer's
      *> country of tax residence, dated so a rate change applies
      *> from its effective date. A country with no row is taxed at
      *> the home country's rate
       01  WHR1-REC.
           05  RESIDENCE-COUNTRY    PIC X(2).
           *> ISO country code of tax residence (see TXR1)
           05  EFFECTIVE-DATE       PIC X(10).
           *> First day the rate applies (YYYY-MM-DD)
           05  WITHHOLDING-RATE     PIC S9(3)V99 COMP-3.
           *> Percentage of gross interest withheld (24.00 = 24%)
