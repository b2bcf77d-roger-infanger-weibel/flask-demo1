      *> COBOL Copybook for Db2 Host Variables (GRM1)
      *> Host structure matching the GRM1SQL declare table - which
      *> GRL1 return line each GL account reports on. A row may name
      *> a GAC1 account or a GAH1 parent node; an account reports on
      *> the line of the nearest mapped node up its parent chain, so
      *> one row for "total cash" covers every cash account under it
      *> and a row on the account itself overrides its parent's
       01  GRM1-REC.
           05  MAP-ACCOUNT          PIC X(10).
           *> GL account or GAH1 parent node mapped (see GAC1/GAH1)
           05  RETURN-LINE          PIC X(6).
           *> Return line the node's balances report on (see GRL1)
