      *> COBOL Copybook for the NRC1 nostro statement layouts
      *> The bank's end-of-day account statement, one statement per
      *> currency account: an opening record, the day's entries and
      *> a closing record - three 01 layouts under the same FD, the
      *> standard multiple-record-format idiom (see SET1REC). The
      *> file itself is wrapped in the BIF1 header and trailer
       01  NRC1-OPENING-RECORD.
           05  NRC1-OPN-RECORD-TYPE PIC X(1).
           *> 'O' on every opening record
           05  NRC1-OPN-CURRENCY    PIC X(3).
           *> ISO currency of the nostro account
           05  NRC1-OPN-ACCOUNT-NUMBER PIC X(34).
           *> Our account number at the bank (IBAN or domestic)
           05  NRC1-OPN-STATEMENT-DATE PIC X(10).
           *> Business day the statement covers (YYYY-MM-DD)
           05  NRC1-OPN-BALANCE     PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           *> Opening balance, positive when in our favour

       01  NRC1-ENTRY-RECORD.
           05  NRC1-ENT-RECORD-TYPE PIC X(1).
           *> 'E' on every entry record
           05  NRC1-ENT-CURRENCY    PIC X(3).
           *> ISO currency of the nostro account
           05  NRC1-ENT-VALUE-DATE  PIC X(10).
           *> Value date of the entry (YYYY-MM-DD)
           05  NRC1-ENT-DC-FLAG     PIC X(1).
           *> 'D'=debit to our account, 'C'=credit to our account
           05  NRC1-ENT-AMOUNT      PIC 9(11)V99.
           *> Entry amount, unsigned (implied decimal)
           05  NRC1-ENT-TYPE        PIC X(3).
           *> Bank's booking code ('SET', 'RTN', 'RFD', ...)
           05  NRC1-ENT-BANK-REFERENCE PIC X(16).
           *> The bank's own reference for the entry
           05  NRC1-ENT-OUR-REFERENCE PIC X(16).
           *> Our reference as the bank quotes it

       01  NRC1-CLOSING-RECORD.
           05  NRC1-CLS-RECORD-TYPE PIC X(1).
           *> 'C' on every closing record
           05  NRC1-CLS-CURRENCY    PIC X(3).
           *> ISO currency of the nostro account
           05  NRC1-CLS-BALANCE     PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           *> Closing balance, positive when in our favour
