      *> COBOL Copybook for the BNL1 bank directory load record
      *> One row per bank on the vendor's monthly directory, between
      *> the BIF1 header and trailer records
       01  BNL1-INPUT-RECORD.
           05  BNL1-BANK-ID         PIC X(11).
           *> Bank identifier code (BIC, 8 or 11 characters)
           05  BNL1-BANK-CODE       PIC X(12).
           *> National bank/sort code
           05  BNL1-BANK-NAME       PIC X(35).
           *> Bank name
           05  BNL1-COUNTRY-CODE    PIC X(2).
           *> ISO country code
           05  BNL1-DOMESTIC-FLAG   PIC X(1).
           *> 'Y'=reachable through domestic low-value clearing
           05  BNL1-URGENT-FLAG     PIC X(1).
           *> 'Y'=reachable through domestic urgent clearing
           05  BNL1-CROSS-BORDER-FLAG PIC X(1).
           *> 'Y'=reachable through cross-border clearing
           05  BNL1-CLOSURE-DATE    PIC X(10).
           *> Closure or merger effective date, spaces if none
           05  BNL1-SUCCESSOR-BANK-ID PIC X(11).
           *> BIC the bank merges into, spaces if none
