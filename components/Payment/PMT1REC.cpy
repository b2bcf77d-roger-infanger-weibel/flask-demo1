      *> COBOL Copybook for Db2 Host Variables (PMT1)
      *> Host structure matching the PMT1SQL declare table - the
      *> payment manual-touch register: one row each time a payment
      *> needed handling that leaves no other trace on the database
      *> (PAC1's tolerance write-offs and partial-settlement cases),
      *> read by the STP1 straight-through report
       01  PMT1-REC.
           05  PAYMENT-ID           PIC X(10).
           *> Payment that was touched (see PAD1)
           05  TOUCH-REASON         PIC X(4).
           *> 'WOFF'=settled inside tolerance with the difference
           *> written off, 'PART'=settled short, a partial-settlement
           *> case for the desk
           05  TOUCH-DATE           PIC X(10).
           *> Run date of the touch (YYYY-MM-DD)
           05  TOUCH-PROGRAM        PIC X(8).
           *> Program that recorded it
           05  TOUCH-USER           PIC X(8).
           *> User the program ran on behalf of
