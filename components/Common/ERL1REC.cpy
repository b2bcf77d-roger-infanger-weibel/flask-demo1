      *> COBOL Copybook for the ERL1 recertification response record
      *> One row per grant, in the layout RCX1 writes its response
      *> sheet in - the manager fills in the decision and the file
      *> comes back as-is (see ERL1)
       01  ERL1-RESPONSE-RECORD.
           05  ERL1-CAMPAIGN-ID     PIC X(7).
           *> Campaign the grant was extracted under (YYYY-Qn)
           05  ERL1-USER-ID         PIC X(8).
           *> User holding the grant
           05  ERL1-TRANSACTION-CODE PIC X(4).
           *> Transaction code granted
           05  ERL1-OPERATING-UNIT  PIC X(4).
           *> The user's operating unit, for the manager's reference
           05  ERL1-LAST-USE-DATE   PIC X(10).
           *> Last AUD1 activity behind the grant, for reference
           05  ERL1-MANAGER-ID      PIC X(8).
           *> Manager answering - must be the campaign's manager for
           *> the unit
           05  ERL1-DECISION        PIC X(1).
           *> 'K'=keep, 'R'=revoke; left blank the grant lapses at
           *> the deadline
