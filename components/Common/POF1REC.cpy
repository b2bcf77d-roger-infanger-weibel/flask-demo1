      *> COBOL Copybook for Db2 Host Variables (POF1)
      *> Host structure matching the POF1SQL declare table - one row
      *> per charge a POV1 concession repriced, written by TBL1 and
      *> LFE1 as they calculate it. The difference between the two
      *> amounts is the revenue the concession cost, which POR1
      *> totals by month
       01  POF1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer charged (see CAD1)
           05  CHARGE-CODE          PIC X(4).
           *> Charge repriced (see POV1)
           05  CHARGE-MONTH         PIC X(7).
           *> Month the charge belongs to (YYYY-MM) - TBL1's cycle
           *> month, LFE1's run month
           05  CHARGE-REF           PIC X(10).
           *> TBL1's cycle marker or the payment LFE1 charged - with
           *> the customer, code and month it makes a re-run's row a
           *> duplicate rather than a second one
           05  OVERRIDE-START       PIC X(10).
           *> START-DATE of the POV1 concession applied
           05  SOURCE-PROGRAM       PIC X(4).
           *> 'TBL1' or 'LFE1'
           05  LIST-AMOUNT          PIC S9(9)V99 COMP-3.
           *> What the charge would have been at the list price
           05  CHARGED-AMOUNT       PIC S9(9)V99 COMP-3.
           *> What the concession let it be charged at
