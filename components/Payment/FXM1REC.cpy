      *> COBOL Copybook for Db2 Host Variables (FXM1)
      *> Host structure matching the FXM1SQL declare table - the
      *> FX margin grid Treasury maintains: basis points added to
      *> the EXR1 mid rate per currency pair and CTF1 customer tier.
      *> A tier with no row falls back to the 'S' standard tier; a
      *> pair with no row at all converts at the mid rate
       01  FXM1-REC.
           05  FROM-CURRENCY        PIC X(3).
           *> Payment currency being converted from
           05  TO-CURRENCY          PIC X(3).
           *> Customer's balance currency being converted to
           05  CUSTOMER-TIER        PIC X(1).
           *> Pricing tier the margin applies to (see CTF1) -
           *> 'S'=standard
           05  MARGIN-BPS           PIC S9(4)V9 COMP-3.
           *> Margin in basis points (1 bp = 0.01 percent) of the
           *> converted amount
