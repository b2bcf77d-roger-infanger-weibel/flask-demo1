      *> COBOL Copybook for Db2 Host Variables (ARQ1)
      *> Host structure matching the ARQ1SQL declare table - the
      *> address research queue. RML1 opens an item when a return
      *> flags a customer's address undeliverable; the desk traces
      *> the customer, and CAM1 closes the item when the new
      *> address lands on CAD1
       01  ARQ1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer to trace (see CAD1)
           05  QUEUE-DATE           PIC X(10).
           *> Date the item was opened (YYYY-MM-DD)
           05  MAIL-ADDRESS         PIC X(60).
           *> The address the mail came back from
           05  DOCUMENT-TYPE        PIC X(4).
           *> Extract whose document came back (see CRG1)
           05  QUEUE-STATUS         PIC X(1).
           *> 'O'=open for the desk, 'C'=closed - the address was
           *> changed
           05  CLOSE-DATE           PIC X(10).
           *> Date the item closed, 0001-01-01 while open
