      *> COBOL Copybook for Db2 Host Variables (CTF1)
      *> Host structure matching the CTF1SQL declare table - each
      *> customer's pricing tier for the TRF1 tariff; a customer
      *> with no row bills at the 'S' standard tier. The month-end
      *> CTR1 run regrades customers on the 'S', 'G' and 'P' tiers
      *> and writes the changes here from the first of the month
       01  CTF1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the tier applies to (see CAD1)
           05  CUSTOMER-TIER        PIC X(1).
           *> Pricing tier (matched against TRF1) - 'S'=standard,
           *> 'G'=gold, 'P'=premier; any other code is hand-set and
           *> left alone by CTR1
