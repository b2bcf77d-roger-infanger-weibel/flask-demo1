      *> COBOL Copybook for Db2 Host Variables (WHT1)
      *> Host structure matching the WHT1SQL declare table - one row
      *> per customer and month INA1 credited interest for, with the
      *> tax withheld from it. The TXY1 year-end run builds the
      *> customers' tax certificates and the authority's annual
      *> file from these rows
       01  WHT1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the interest was credited to (see CAD1)
           05  INTEREST-MONTH       PIC X(7).
           *> Accrual month (YYYY-MM)
           05  RESIDENCE-COUNTRY    PIC X(2).
           *> Tax residence the rate was taken for (see TXR1)
           05  CERTIFICATE-REF      PIC X(20).
           *> Certificate the rate came from, spaces if none
           05  TAX-RATE             PIC S9(3)V99 COMP-3.
           *> Percentage withheld
           05  GROSS-INTEREST       PIC S9(9)V99 COMP-3.
           *> Interest credited before tax
           05  TAX-WITHHELD         PIC S9(9)V99 COMP-3.
           *> Tax debited and owed to the authority
           05  INTEREST-TRANSACTION-ID PIC X(10).
           *> BAD1 key of the gross interest credit
           05  TAX-TRANSACTION-ID   PIC X(10).
           *> BAD1 key of the withholding debit, spaces if nothing
           *> was withheld
