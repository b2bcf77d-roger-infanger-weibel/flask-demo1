      *> COBOL Copybook for Db2 Host Variables (GRL1)
      *> Host structure matching the GRL1SQL declare table - the line
      *> items of the central bank's monthly balance sheet return,
      *> one row per line the regulator's template carries; GRM1 maps
      *> the chart of accounts onto them and GRR1 builds the return
       01  GRL1-REC.
           05  RETURN-LINE          PIC X(6).
           *> The regulator's line item code, as printed on the template
           05  LINE-DESCRIPTION     PIC X(40).
           *> The line item's caption on the template
           05  LINE-SECTION         PIC X(1).
           *> 'A'=Assets, 'L'=Liabilities, 'Q'=Equity - an 'A' line
           *> reports debits less credits, an 'L' or 'Q' line credits
           *> less debits
