      *> COBOL Copybook for Db2 Host Variables (RCT1)
      *> Host structure matching the RCT1SQL declare table - the
      *> lockbox receipt register: one row per receipt LBX1 loaded,
      *> whether it applied itself or not. The open rows are the
      *> unapplied-cash queue the desk works on the UAO1 screen
       01  RCT1-REC.
           05  RECEIPT-ID           PIC X(10).
           *> Receipt key - also the TRANSACTION-ID of the BAD1
           *> credit the receipt posts
           05  LOAD-DATE            PIC X(10).
           *> Business date LBX1 loaded the receipt (YYYY-MM-DD)
           05  RECEIPT-DATE         PIC X(10).
           *> Date the money reached the account (YYYY-MM-DD)
           05  BANK-REFERENCE       PIC X(16).
           *> The bank's own reference for the item - with the
           *> receipt date, what stops a re-fed file loading twice
           05  RECEIPT-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Amount received
           05  RECEIPT-CURRENCY     PIC X(3).
           *> ISO currency code of the amount
           05  REMITTER-NAME        PIC X(35).
           *> Name of the payer as the bank captured it
           05  REMIT-REFERENCE      PIC X(20).
           *> Reference the payer quoted
           05  STATEMENT-NUMBER     PIC S9(9) COMP.
           *> Statement number quoted, zero if none (see STC1)
           05  CASE-NUMBER          PIC S9(9) COMP.
           *> Dunning case number quoted, zero if none (see DUN1)
           05  QUEUE-REASON         PIC X(1).
           *> Why it went to the queue: 'U'=no reference matched a
           *> customer, 'A'=the references point at different
           *> customers, 'C'=not in the base currency, 'R'=LBM1
           *> refused the credit; spaces on a receipt that applied
           05  QUEUE-STATUS         PIC X(1).
           *> 'P'=posted by LBX1 on load, 'O'=open on the
           *> unapplied-cash queue, 'A'=allocated by the desk
           05  APPLIED-CUSTOMER     PIC X(10).
           *> Customer the money was applied to, spaces while open
           05  APPLIED-USER         PIC X(8).
           *> LBX1's parm-card user, or the operator who allocated
           *> it; spaces while open
           05  APPLIED-DATE         PIC X(10).
           *> Business date it was applied, 0001-01-01 while open
