      *> COBOL Copybook for the STF1 structured statement file layouts
      *> The file corporate customers load into their own ledgers -
      *> per customer and currency one statement header (opening
      *> balance off CBH1), one entry per BAD1 transaction or PAD1
      *> payment in the period, and one statement trailer (closing
      *> balance), the whole file inside the BIF1 header/trailer.
      *> Three 01 layouts under the same FD, the standard
      *> multiple-record-format idiom
       01  STF1-STATEMENT-HEADER.
           05  STF1-STH-RECORD-TYPE PIC X(3).
           *> 'STH' on every statement header
           05  STF1-STH-STATEMENT-NUMBER PIC 9(9).
           *> STC1 statement number - shared by every currency
           *> section of the customer's statement for the period
           05  STF1-STH-CUSTOMER-ID PIC X(10).
           *> CAD1 key the statement belongs to
           05  STF1-STH-CURRENCY    PIC X(3).
           *> ISO currency code of the section's balances and entries
           05  STF1-STH-CUSTOMER-NAME PIC X(30).
           *> CAD1 customer name
           05  STF1-STH-PERIOD-FROM PIC X(10).
           *> First business day the statement covers (YYYY-MM-DD)
           05  STF1-STH-PERIOD-TO   PIC X(10).
           *> Last day the statement covers (YYYY-MM-DD)
           05  STF1-STH-FREQUENCY   PIC X(1).
           *> 'D'=daily statement, 'M'=monthly cycle statement
           05  STF1-STH-OPENING-BALANCE PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           *> Credit-positive position at the start of the period
           *> (implied decimal)
           05  STF1-STH-OPENING-DATE PIC X(10).
           *> CBH1 position date the opening balance was taken from,
           *> 0001-01-01 when the customer had no earlier position

       01  STF1-STATEMENT-ENTRY.
           05  STF1-ENT-RECORD-TYPE PIC X(3).
           *> 'ENT' on every entry
           05  STF1-ENT-STATEMENT-NUMBER PIC 9(9).
           *> STC1 statement number the entry belongs to
           05  STF1-ENT-CUSTOMER-ID PIC X(10).
           *> CAD1 key the statement belongs to
           05  STF1-ENT-CURRENCY    PIC X(3).
           *> ISO currency code of STF1-ENT-AMOUNT
           05  STF1-ENT-SOURCE      PIC X(1).
           *> 'T'=a BAD1 transaction, 'P'=a PAD1 payment
           05  STF1-ENT-TYPE-CODE   PIC X(1).
           *> BAD1 TRANSACTION-TYPE-CODE for 'T', PAD1
           *> PAYMENT-STATUS-CODE for 'P'
           05  STF1-ENT-REFERENCE   PIC X(10).
           *> The entry's own key - TRANSACTION-ID or PAYMENT-ID
           05  STF1-ENT-RELATED-REFERENCE PIC X(10).
           *> ORIGINAL-TRANSACTION-ID / ORIGINAL-PAYMENT-ID - the row
           *> a reversal, return, fee or cycle charge points back to
           05  STF1-ENT-BOOKING-DATE PIC X(10).
           *> Date the entry was booked (YYYY-MM-DD)
           05  STF1-ENT-VALUE-DATE  PIC X(10).
           *> Value date (YYYY-MM-DD) - a payment's settlement date
           *> once SET1 has settled it, otherwise the booking date
           05  STF1-ENT-DEBIT-CREDIT PIC X(1).
           *> 'C'=money in, 'D'=money out
           05  STF1-ENT-AMOUNT      PIC 9(11)V99.
           *> Entry amount, unsigned (implied decimal) - the
           *> direction is STF1-ENT-DEBIT-CREDIT

       01  STF1-STATEMENT-TRAILER.
           05  STF1-STT-RECORD-TYPE PIC X(3).
           *> 'STT' on every statement trailer
           05  STF1-STT-STATEMENT-NUMBER PIC 9(9).
           *> STC1 statement number the trailer closes
           05  STF1-STT-CUSTOMER-ID PIC X(10).
           *> CAD1 key the statement belongs to
           05  STF1-STT-CURRENCY    PIC X(3).
           *> ISO currency code of the section's totals
           05  STF1-STT-ENTRY-COUNT PIC 9(7).
           *> Number of entries in the section
           05  STF1-STT-TOTAL-CREDITS PIC 9(13)V99.
           *> Sum of the section's 'C' entries (implied decimal)
           05  STF1-STT-TOTAL-DEBITS PIC 9(13)V99.
           *> Sum of the section's 'D' entries (implied decimal)
           05  STF1-STT-CLOSING-BALANCE PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           *> Opening balance plus credits less debits (implied
           *> decimal)
