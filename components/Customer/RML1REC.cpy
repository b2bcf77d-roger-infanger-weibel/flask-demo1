      *> COBOL Copybook for the RML1 returned-mail load record
      *> One row per item the mailing house could not deliver, keyed
      *> the way the item itself reads - name and address as printed,
      *> plus the producing extract the mailing house sorted it under
       01  RML1-INPUT-RECORD.
           05  RML1-CUSTOMER-NAME   PIC X(30).
           *> Name as printed on the returned item
           05  RML1-MAIL-ADDRESS    PIC X(60).
           *> Address as printed on the returned item
           05  RML1-DOCUMENT-TYPE   PIC X(4).
           *> Producing extract (see CRG1REC)
           05  RML1-RETURN-DATE     PIC X(10).
           *> Date the item came back (YYYY-MM-DD)
           05  RML1-RETURN-REASON   PIC X(2).
           *> Mailing-house reason code - 'GA'=gone away,
           *> 'AI'=address incomplete, 'RF'=refused, 'NK'=not known
           *> at address
