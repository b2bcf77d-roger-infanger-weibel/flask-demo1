      *> COBOL Copybook for Db2 Host Variables (UDA1)
      *> Host structure matching the UDA1SQL declare table - the
      *> addresses the mailing house has returned mail from, one
      *> row per customer and address. While a row is 'U' no paper
      *> goes to that address (CRW1 suppresses it); CAM1 clears the
      *> customer's flags when it sees the address change
       01  UDA1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the address belongs to (see CAD1)
           05  MAIL-ADDRESS         PIC X(60).
           *> The address the mail came back from
           05  FLAG-DATE            PIC X(10).
           *> Date RML1 flagged it (YYYY-MM-DD)
           05  DOCUMENT-TYPE        PIC X(4).
           *> Extract whose document came back first (see CRG1)
           05  FLAG-STATUS          PIC X(1).
           *> 'U'=undeliverable - paper suppressed, 'C'=cleared by
           *> an address change
               88  ADDRESS-UNDELIVERABLE VALUE 'U'.
               88  ADDRESS-CLEARED  VALUE 'C'.
           05  CLEAR-DATE           PIC X(10).
           *> Date the flag was cleared, 0001-01-01 while 'U'
