      *> COBOL Copybook for the GRR1 regulatory return submission file
      *> One record per GRL1 line item of the monthly balance sheet
      *> return, in return-line order, the whole file inside the
      *> BIF1 header/trailer
       01  GRR1-SUBMISSION-RECORD.
           05  GRR1-RECORD-TYPE     PIC X(3).
           *> 'RBS' on every return line
           05  GRR1-REPORTING-DATE  PIC X(10).
           *> Balance sheet date - the last day of the return month
           *> (YYYY-MM-DD)
           05  GRR1-RETURN-LINE     PIC X(6).
           *> The regulator's line item code (see GRL1)
           05  GRR1-LINE-SECTION    PIC X(1).
           *> 'A'=Assets, 'L'=Liabilities, 'Q'=Equity
           05  GRR1-LINE-AMOUNT     PIC S9(13)V99 SIGN LEADING
                                    SEPARATE.
           *> Line balance at the balance sheet date, in the section's
           *> natural direction (implied decimal)
