      *> COBOL Copybook for Db2 Host Variables (NSL1)
      *> Host structure matching the NSL1SQL declare table - one row
      *> per entry line of the bank's end-of-day nostro statement.
      *> NRC1 loads each statement once and matches its lines to our
      *> own settlement, return and refund records; a line still
      *> unmatched is tried again every run and re-ages its RBK1
      *> break until it matches or the desk explains it
       01  NSL1-REC.
           05  STATEMENT-DATE       PIC X(10).
           *> Date of the bank statement the line came on (YYYY-MM-DD)
           05  CURRENCY-CODE        PIC X(3).
           *> ISO currency of the nostro account the statement covers
           05  LINE-NUMBER          PIC S9(9) COMP.
           *> Position of the entry on that statement (1 = first)
           05  VALUE-DATE           PIC X(10).
           *> Value date the bank booked the entry on (YYYY-MM-DD)
           05  DC-FLAG              PIC X(1).
           *> 'D'=debit to our account, 'C'=credit to our account
           05  ENTRY-AMOUNT         PIC S9(11)V99 COMP-3.
           *> Entry amount, unsigned - DC-FLAG gives the direction
           05  ENTRY-TYPE           PIC X(3).
           *> Bank's booking code - 'SET'=settlement of our SET1
           *> file, 'RTN'=returned item, 'RFD'=refund; anything else
           *> (fees, interest) has nothing of ours to match
           05  BANK-REFERENCE       PIC X(16).
           *> The bank's own reference for the entry
           05  OUR-REFERENCE        PIC X(16).
           *> Our reference as the bank quotes it - the returned
           *> PAD1 payment on 'RTN', the refund PAD1 row on 'RFD'
           05  MATCH-STATUS         PIC X(1).
           *> 'U'=unmatched, 'M'=matched to our records
           05  MATCH-DATE           PIC X(10).
           *> Run date the line matched, 0001-01-01 while unmatched
