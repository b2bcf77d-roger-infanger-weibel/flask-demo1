      *> COBOL Copybook for Db2 Host Variables (CAD1_ADDR)
      *> Host structure matching the CAD1PSQL declare table - the
      *> addresses a customer keeps beside CAD1's single
      *> CUSTOMER-ADDRESS, one effective-dated row per purpose and
      *> change the way CAD1_HIST keeps name/address changes. The
      *> row with the latest EFFECTIVE-DATE not after a document's
      *> date is the address in force for that purpose; CAM5
      *> maintains them and ADS1 picks one for a document
       01  CAD1-ADDR-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer identifier (see CAD1)
           05  ADDRESS-PURPOSE      PIC X(4).
           *> 'REGD'=registered office, 'MAIL'=general mailing
           *> (accounts payable), 'STMT'=statements,
           *> 'LEGL'=legal and statutory notices
           05  EFFECTIVE-DATE       PIC X(10).
           *> Date this address takes effect (YYYY-MM-DD)
           05  PURPOSE-ADDRESS      PIC X(60).
           *> Address for the purpose from EFFECTIVE-DATE - spaces
           *> when the purpose address was removed, and documents
           *> go back to CAD1's CUSTOMER-ADDRESS
           05  CHANGE-USER          PIC X(8).
           *> User who recorded the change
