      *> COBOL Copybook for Db2 Host Variables (AMN1)
      *> Host structure matching the AMN1SQL declare table - the
      *> investigator's running notes on an AMC1 alert case, one row
      *> per note, never updated - the case file a regulator asks
      *> to see
       01  AMN1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Case key - customer (see AMC1)
           05  SCENARIO-CODE        PIC X(4).
           *> Case key - scenario
           05  RAISED-DATE          PIC X(10).
           *> Case key - date raised (YYYY-MM-DD)
           05  NOTE-TIMESTAMP       PIC X(20).
           *> When the note was written (YYYY-MM-DD HH:MM:SS)
           05  NOTE-USER            PIC X(8).
           *> Who wrote it
           05  NOTE-ACTION          PIC X(1).
           *> The AMM1 action the note went in with ('I', 'E', 'C'
           *> or 'N' for a note on its own)
           05  NOTE-TEXT            PIC X(100).
           *> The note
