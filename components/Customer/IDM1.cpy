      *> COBOL Copybook for Module Calls (IDM1)
      *> Contains basic fields for inter-module communication
       01  IDM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the document belongs to (see CAD1)
           05  DOCUMENT-STATUS-CODE PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation, 'X'=the document is
           *> already on file (add) or not on file (update,
           *> withdraw))
           05  ACTION-CODE          PIC X(1).
           *> 'A'=add a verified document, 'U'=re-verify it with a
           *> new expiry date (a renewed document, same number),
           *> 'W'=withdraw it
           05  DOCUMENT-TYPE        PIC X(4).
           *> 'PASS', 'NIDC', 'DRVL' or 'CREG'
           05  DOCUMENT-NUMBER      PIC X(20).
           *> Number as printed on the document
           05  ISSUING-COUNTRY      PIC X(2).
           *> ISO country code of the issuing authority (on 'A')
           05  EXPIRY-DATE          PIC X(10).
           *> Expiry date YYYY-MM-DD (on 'A' and 'U') - 9999-12-31
           *> for a document that does not expire
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call - the verifier
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
