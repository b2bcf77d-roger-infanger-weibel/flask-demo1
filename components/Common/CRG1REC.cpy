      *> COBOL Copybook for Db2 Host Variables (CRG1)
      *> Host structure matching the CRG1SQL declare table - the
      *> correspondence register, one row per letter or statement
      *> an extract produces, written through CRW1. RML1 matches the
      *> mailing house's returned mail against it
       01  CRG1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the document went to (see CAD1)
           05  REGISTER-SEQ         PIC S9(9) COMP.
           *> Document number within the customer (1, 2, ...)
           05  DOCUMENT-TYPE        PIC X(4).
           *> Extract that produced it - 'STM2', 'RJL1', 'DUN1',
           *> 'NGW1', 'BCF1', 'ESC1', 'MLP1', 'DNL1', 'IDX1',
           *> 'CLS1', 'CTR1', 'TXY1'; the mailing house's
           *> returned-mail file names the same
           05  DOCUMENT-REF         PIC X(20).
           *> The extract's own reference (statement number, case
           *> number, mandate) where it has one, else spaces
           05  PRODUCED-DATE        PIC X(10).
           *> Run date the document was produced for (YYYY-MM-DD)
           05  CONTACT-CHANNEL      PIC X(1).
           *> 'M'=paper to the mailing house, 'E'=email file
           05  MAIL-ADDRESS         PIC X(60).
           *> Address printed on the document
           05  DELIVERY-STATUS      PIC X(1).
           *> 'P'=produced, 'S'=paper suppressed - the address was
           *> flagged undeliverable on UDA1, 'R'=came back as
           *> returned mail
               88  DOCUMENT-PRODUCED VALUE 'P'.
               88  DOCUMENT-SUPPRESSED VALUE 'S'.
               88  DOCUMENT-RETURNED VALUE 'R'.
           05  RETURN-DATE          PIC X(10).
           *> Date RML1 loaded the return, 0001-01-01 until then
