      *> COBOL Copybook for Db2 Host Variables (RPR1)
      *> Host structure matching the RPR1SQL declare table - one row
      *> per bank return reason a returned direct debit may be
      *> re-presented for (typically insufficient funds); BRT1 queues
      *> the re-collection on RPQ1 and RPG1 makes it. A reason with
      *> no row is never re-presented
       01  RPR1-REC.
           05  RETURN-REASON        PIC X(2).
           *> Bank return reason code (see BRT1-RETURN-REASON)
           05  MAX-ATTEMPTS         PIC S9(9) COMP.
           *> Re-presentations allowed after the first collection -
           *> once used up the debt goes to DUN1 dunning
           05  DELAY-DAYS           PIC S9(9) COMP.
           *> Calendar days after the return the item is collected
           *> again
           05  FEE-FLAG             PIC X(1).
           *> 'Y'=the CFG1 RETURN-FEE-AMOUNT is charged on each return
           *> for this reason, 'N'=returns for it are not charged
