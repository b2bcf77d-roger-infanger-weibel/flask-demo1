      *> COBOL Copybook for Module Calls (CRW1)
      *> Shared correspondence-register writer - every letter and
      *> statement extract calls here once per document, before it
      *> writes the document, and leaves the paper copy out when the
      *> address has been flagged undeliverable.
       01  CRW1-COMM-AREA.
           05  CRW1-CUSTOMER-ID     PIC X(10).
           *> Customer the document is for
           05  CRW1-DOCUMENT-TYPE   PIC X(4).
           *> Producing extract (see CRG1REC)
           05  CRW1-DOCUMENT-REF    PIC X(20).
           *> The extract's own reference, spaces if none
           05  CRW1-PRODUCED-DATE   PIC X(10).
           *> Run date (YYYY-MM-DD)
           05  CRW1-CHANNEL         PIC X(1).
           *> 'E'=email file, anything else is paper
           05  CRW1-ADDRESS         PIC X(60).
           *> Address printed on the document
           05  CRW1-SUPPRESS-SWITCH PIC X(1).
           *> 'Y' if the paper copy must not be written - the
           *> address is flagged undeliverable on UDA1
               88  CRW1-PAPER-SUPPRESSED VALUE 'Y'.
           05  CRW1-SQLCODE         PIC S9(9) COMP.
           *> SQLCODE of the register insert - a failure does not
           *> stop the document going out
