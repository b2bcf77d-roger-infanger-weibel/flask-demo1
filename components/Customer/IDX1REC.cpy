      *> COBOL Copybook for the IDX1 document-renewal letter record
      *> One row per identity document falling due for renewal, in
      *> the letter shop's print layout - the same shape as the
      *> MLP1 mandate-lapse letter, asking the customer to bring or
      *> send the renewed document before it expires
       01  IDX1-LETTER-RECORD.
           05  IDX1-CUSTOMER-NAME   PIC X(30).
           *> Customer the letter is addressed to
           05  IDX1-CUSTOMER-ADDRESS PIC X(60).
           *> Mailing address from CAD1
           05  IDX1-DOCUMENT-TYPE   PIC X(4).
           *> IDD1 document type falling due
           05  IDX1-DOCUMENT-NUMBER PIC X(20).
           *> Number of the document on file
           05  IDX1-EXPIRY-DATE     PIC X(10).
           *> Date the document expires (YYYY-MM-DD)
