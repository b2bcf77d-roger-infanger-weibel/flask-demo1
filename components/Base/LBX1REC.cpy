      *> COBOL Copybook for the LBX1 lockbox receipt record
      *> One row per item on the bank's daily receipts file, between
      *> the BIF1 header and trailer records
       01  LBX1-INPUT-RECORD.
           05  LBX1-BANK-REFERENCE  PIC X(16).
           *> The bank's own reference for the item
           05  LBX1-RECEIPT-DATE    PIC X(10).
           *> Date the money reached the account (YYYY-MM-DD)
           05  LBX1-RECEIPT-AMOUNT  PIC 9(9)V99.
           *> Amount received (implied decimal) - summed into the
           *> trailer hash total
           05  LBX1-RECEIPT-CURRENCY PIC X(3).
           *> ISO currency code of the amount
           05  LBX1-REMITTER-NAME   PIC X(35).
           *> Name of the payer as the bank captured it
           05  LBX1-REMIT-REFERENCE PIC X(20).
           *> Reference the payer quoted - a customer ID, or the
           *> returned direct debit a dunning letter asked for
           05  LBX1-STATEMENT-NUMBER PIC 9(9).
           *> Statement number quoted from the remittance slip (see
           *> STC1), zeros if none
           05  LBX1-CASE-NUMBER     PIC 9(9).
           *> Dunning case number quoted from the letter (see DUN1),
           *> zeros if none
