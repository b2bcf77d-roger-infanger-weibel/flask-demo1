      *> COBOL Copybook for Db2 Host Variables (BNK1)
      *> Host structure matching the BNK1SQL declare table - the
      *> vendor bank directory, one row per bank identifier (BIC),
      *> refreshed monthly by BNL1. BEM1 and PAM2 refuse a payee
      *> bank that is not on file or has closed, and BNR1 lists the
      *> beneficiaries whose bank has merged or is about to close
       01  BNK1-REC.
           05  BANK-ID              PIC X(11).
           *> Bank identifier code (BIC) - the key BEN1 points to
           05  BANK-CODE            PIC X(12).
           *> National bank/sort code from the vendor directory
           05  BANK-NAME            PIC X(35).
           *> Bank name as the directory publishes it
           05  COUNTRY-CODE         PIC X(2).
           *> ISO country code of the bank
           05  DOMESTIC-FLAG        PIC X(1).
           *> 'Y'=reachable through domestic low-value clearing
           05  URGENT-FLAG          PIC X(1).
           *> 'Y'=reachable through domestic urgent (RTGS) clearing
           05  CROSS-BORDER-FLAG    PIC X(1).
           *> 'Y'=reachable through cross-border correspondent
           *> clearing
           05  CLOSURE-DATE         PIC X(10).
           *> Date the bank stops receiving payments (YYYY-MM-DD),
           *> 9999-12-31 while it trades normally
           05  SUCCESSOR-BANK-ID    PIC X(11).
           *> BIC the bank merged into, spaces if none
           05  LOAD-DATE            PIC X(10).
           *> Date of the directory load that last wrote the row
