      *> COBOL Copybook for Db2 Host Variables (FXC1)
      *> Host structure matching the FXC1SQL declare table - one row
      *> per cross-currency payment, written by PAM2 when the
      *> payment is created: the rate the customer was charged and
      *> the margin earned on it. PAM1 quotes the booked rate back,
      *> GLX1 posts the margin to the FX income account once the
      *> payment has been fed, and FXR1 reports it to Treasury
       01  FXC1-REC.
           05  PAYMENT-ID           PIC X(10).
           *> Payment the conversion belongs to (see PAD1)
           05  CHARGE-DATE          PIC X(10).
           *> Date the rate was struck (YYYY-MM-DD)
           05  CUSTOMER-ID          PIC X(10).
           *> Customer charged (see CAD1)
           05  CUSTOMER-TIER        PIC X(1).
           *> CTF1 tier the margin was priced at
           05  FROM-CURRENCY        PIC X(3).
           *> Payment currency
           05  TO-CURRENCY          PIC X(3).
           *> Customer's balance currency
           05  PAYMENT-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Payment amount, in FROM-CURRENCY
           05  MID-RATE             PIC S9(5)V9(6) COMP-3.
           *> EXR1 mid rate in force when the rate was struck
           05  MARGIN-BPS           PIC S9(4)V9 COMP-3.
           *> FXM1 margin applied, in basis points
           05  CUSTOMER-RATE        PIC S9(5)V9(6) COMP-3.
           *> Margined rate the customer was charged
           05  MID-AMOUNT           PIC S9(9)V99 COMP-3.
           *> Payment amount at the mid rate, in TO-CURRENCY
           05  CHARGED-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Payment amount at the customer rate, in TO-CURRENCY
           05  MARGIN-AMOUNT        PIC S9(9)V99 COMP-3.
           *> CHARGED-AMOUNT less MID-AMOUNT - the FX income earned
           05  POSTED-FLAG          PIC X(1).
           *> 'N'=margin not yet on the GL, 'Y'=posted by GLX1
           05  POSTED-DATE          PIC X(10).
           *> Run date the margin was posted - '0001-01-01' until then
           05  RATE-METHOD          PIC X(1).
           *> How MID-RATE was made (see EXM1): 'D'=direct pair,
           *> 'I'=inverse, 'C'=cross through the base, 'Q'=locked on
           *> an FXQ1 quote; space on rows booked before it was kept
