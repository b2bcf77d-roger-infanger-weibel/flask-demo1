      *> COBOL Copybook for Db2 Host Variables (FXQ1)
      *> Host structure matching the FXQ1SQL declare table - one row
      *> per locked FX quote. PAM2 strikes the quote (mid rate plus
      *> the FXM1 margin, through FXP1) and holds it for the CFG1
      *> 'FX-QUOTE-VALID-DAYS' period; PAM5 clears the payment at
      *> the locked rate while the quote is valid and at the current
      *> rate once it has expired. FXL1 reports the open quotes and
      *> their exposure to Treasury each night
       01  FXQ1-REC.
           05  QUOTE-NUMBER         PIC S9(9) COMP.
           *> Quote identifier, allocated as the highest so far plus 1
           05  QUOTE-DATE           PIC X(10).
           *> Date the rate was locked (YYYY-MM-DD)
           05  EXPIRY-DATE          PIC X(10).
           *> Last date the locked rate may be cleared at (YYYY-MM-DD)
           05  QUOTE-USER           PIC X(8).
           *> User who took the quote
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the rate was promised to (see CAD1)
           05  CUSTOMER-TIER        PIC X(1).
           *> CTF1 tier the margin was priced at
           05  FROM-CURRENCY        PIC X(3).
           *> Payment currency
           05  TO-CURRENCY          PIC X(3).
           *> Customer's balance currency
           05  QUOTE-AMOUNT         PIC S9(9)V99 COMP-3.
           *> Payment amount quoted, in FROM-CURRENCY
           05  MID-RATE             PIC S9(5)V9(6) COMP-3.
           *> EXR1 mid rate when the quote was taken
           05  MARGIN-BPS           PIC S9(4)V9 COMP-3.
           *> FXM1 margin included, in basis points
           05  CUSTOMER-RATE        PIC S9(5)V9(6) COMP-3.
           *> Locked rate the customer was promised
           05  QUOTE-STATUS         PIC X(1).
           *> 'O'=open, not yet on a payment, 'A'=attached to the
           *> payment below, 'C'=the payment cleared at the locked
           *> rate, 'X'=expired - the payment (if any) cleared at the
           *> current rate instead
           05  PAYMENT-ID           PIC X(10).
           *> Payment the quote is attached to - spaces while 'O'
