      *> COBOL Copybook for Module Calls (FXP1)
      *> Shared FX pricing - converts an amount at the newest EXR1
      *> mid rate (direct, inverse or cross, through EXM1) and
      *> applies the FXM1 margin for the customer's CTF1 tier, so
      *> PAM1, PAM2 and PAM5 price a cross-currency payment at the
      *> same margined rate - or at the rate an FXQ1 quote locked,
      *> while that quote is still good.
       01  FXP1-COMM-AREA.
           05  FXP1-CUSTOMER-ID     PIC X(10).
           *> Customer whose tier prices the margin (see CTF1)
           05  FXP1-FROM-CURRENCY   PIC X(3).
           *> Currency of FXP1-AMOUNT
           05  FXP1-TO-CURRENCY     PIC X(3).
           *> Customer's balance currency to convert into
           05  FXP1-AMOUNT          PIC S9(9)V99 COMP-3.
           *> Amount to convert, in FXP1-FROM-CURRENCY - a negative
           *> amount (money going back to the customer) is converted
           *> at the rate less the margin instead of plus it
           05  FXP1-QUOTE-NUMBER    PIC S9(9) COMP.
           *> FXQ1 quote to price at - zero prices at today's rate
           05  FXP1-PRICE-DATE      PIC X(10).
           *> Date the quote must still be valid on (YYYY-MM-DD) -
           *> used only when FXP1-QUOTE-NUMBER is set
           05  FXP1-QUOTE-SWITCH    PIC X(1).
           *> 'L'=the quote's locked rate was applied, 'X'=the quote
           *> has expired and 'M'=it does not fit this customer,
           *> currency pair or amount (either way today's rate was
           *> applied instead), space=no quote was asked for
               88  FXP1-QUOTE-LOCKED VALUE 'L'.
               88  FXP1-QUOTE-EXPIRED VALUE 'X'.
               88  FXP1-QUOTE-UNFIT VALUE 'M'.
           05  FXP1-RATE-SWITCH     PIC X(1).
           *> 'Y' if a rate was found and the fields below are set,
           *> 'N' if EXR1 has no rate for the pair
               88  FXP1-RATE-FOUND  VALUE 'Y'.
           05  FXP1-RATE-METHOD     PIC X(1).
           *> How EXM1 made the mid rate ('S'/'D'/'I'/'C', see EXM1),
           *> or 'Q' when a locked quote's rate was applied
           05  FXP1-CUSTOMER-TIER   PIC X(1).
           *> Tier the margin was priced at ('S' if none on CTF1)
           05  FXP1-MID-RATE        PIC S9(5)V9(6) COMP-3.
           *> EXR1 mid rate (1 when the currencies are the same)
           05  FXP1-MARGIN-BPS      PIC S9(4)V9 COMP-3.
           *> FXM1 margin applied, in basis points (0 if none)
           05  FXP1-CUSTOMER-RATE   PIC S9(5)V9(6) COMP-3.
           *> Margined rate the customer is charged
           05  FXP1-MID-AMOUNT      PIC S9(9)V99 COMP-3.
           *> FXP1-AMOUNT at the mid rate
           05  FXP1-CHARGED-AMOUNT  PIC S9(9)V99 COMP-3.
           *> FXP1-AMOUNT at the customer rate
           05  FXP1-MARGIN-AMOUNT   PIC S9(9)V99 COMP-3.
           *> FXP1-CHARGED-AMOUNT less FXP1-MID-AMOUNT - the bank's
           *> FX income on the conversion
