      *> COBOL Copybook for Db2 Host Variables (IDD1)
      *> Host structure matching the IDD1SQL declare table - one row
      *> per identity document seen for a customer, keyed by
      *> customer, type and number. IDM1 maintains it, IDX1 writes
      *> the renewal letters and the expired-document exceptions,
      *> and PAM2 blocks a high-risk customer left with no valid one
       01  IDD1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the document identifies (see CAD1)
           05  DOCUMENT-TYPE        PIC X(4).
           *> 'PASS'=passport, 'NIDC'=national identity card,
           *> 'DRVL'=driving licence, 'CREG'=company registration
           *> certificate
           05  DOCUMENT-NUMBER      PIC X(20).
           *> Number as printed on the document
           05  ISSUING-COUNTRY      PIC X(2).
           *> ISO country code of the issuing authority
           05  EXPIRY-DATE          PIC X(10).
           *> Date the document expires (YYYY-MM-DD) - 9999-12-31
           *> for a document that does not expire
           05  VERIFIED-USER        PIC X(8).
           *> User who checked the original and recorded it
           05  VERIFIED-DATE        PIC X(10).
           *> Date it was verified (YYYY-MM-DD)
           05  DOCUMENT-STATUS      PIC X(1).
           *> 'A'=on file and relied on, 'W'=withdrawn - superseded
           *> or found wanting; kept for the record, never counted
               88  DOCUMENT-ACTIVE  VALUE 'A'.
               88  DOCUMENT-WITHDRAWN VALUE 'W'.
           05  RENEWAL-LETTER-DATE  PIC X(10).
           *> Date IDX1 wrote the renewal request for this expiry,
           *> 0001-01-01 until it has - reset when the expiry moves
