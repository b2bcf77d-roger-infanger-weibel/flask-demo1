       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STF1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STF1-STATEMENT-FILE ASSIGN TO STF1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY CCT1SQL.
       COPY CBH1SQL.
       COPY BAD1SQL.
       COPY PAD1SQL.
       COPY STC1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  STF1-STATEMENT-FILE.
       01  STF1-STATEMENT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1REC.
       COPY CBH1REC.
       COPY BAD1REC.
       COPY PAD1REC.
       COPY STC1REC.
       COPY BDR1REC.

      *> The statement file's record layouts, built here and written
      *> through the one FD
       COPY STF1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before anything runs.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

       01  WS-STATEMENT-STATUS              PIC X(2).

      *> 'D' runs every night for the daily takers on the business
      *> date; 'M' runs with the STM2 cycle for the monthly takers
      *> on a YYYY-MM cycle month.
       01  WS-PARM-CARD.
           05  WS-PARM-FREQUENCY            PIC X(1).
           05  FILLER                       PIC X(1).
           05  WS-PARM-PERIOD               PIC X(10).
           05  FILLER                       PIC X(1).
           05  WS-PARM-USER-ID              PIC X(8).

      *> The period as a half-open date range, the same idiom STM2
      *> and GCL1 use, plus its last day for the statement header.
       01  WS-PERIOD-START                  PIC X(10).
       01  WS-PERIOD-END                    PIC X(10).
       01  WS-PERIOD-LAST-DAY               PIC X(10).
       01  WS-CYCLE-MONTH                   PIC X(7).
       01  WS-STATEMENT-DATE                PIC X(10).
       01  WS-RUN-DATE                      PIC X(10).
       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.

      *> BAD1 activity carries no currency of its own and rolls into
      *> the base currency on CBL1/CBH1 - the same 'USD' base CBR1
      *> rolls it into.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.
       01  WS-CURRENCY-SWITCH               PIC X(1).
           88  WS-CURRENCIES-DONE           VALUE 'Y'.
       01  WS-TRANS-SWITCH                  PIC X(1).
           88  WS-TRANSACTIONS-DONE         VALUE 'Y'.
       01  WS-PAY-SWITCH                    PIC X(1).
           88  WS-PAYMENTS-DONE             VALUE 'Y'.
       01  WS-NUMBER-SWITCH                 PIC X(1).
           88  WS-NUMBER-ASSIGNED           VALUE 'Y'.

       01  WS-CUSTOMER-ID                   PIC X(10).
       01  WS-CUSTOMER-NAME                 PIC X(30).
       01  WS-SECTION-CURRENCY              PIC X(3).

      *> One currency section's running figures - credit-positive,
      *> the sign convention CBL1 and the STM2 statements carry.
       01  WS-OPENING-BALANCE               PIC S9(11)V99 COMP-3.
       01  WS-OPENING-DATE                  PIC X(10).
       01  WS-SECTION-CREDITS               PIC S9(13)V99 COMP-3.
       01  WS-SECTION-DEBITS                PIC S9(13)V99 COMP-3.
       01  WS-SECTION-ENTRIES               PIC 9(7).
       01  WS-ENTRY-AMOUNT                  PIC S9(11)V99 COMP-3.

      *> BIF1 trailer figures - every record between the header and
      *> the trailer is counted; the hash is the unsigned sum of the
      *> entry amounts.
       01  WS-DETAIL-COUNT                  PIC 9(9) VALUE 0.
       01  WS-FILE-HASH-TOTAL               PIC 9(13)V99 VALUE 0.

       01  WS-STATEMENT-COUNT               PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ENTRY-COUNT                   PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every customer whose statement preference is the structured
      *> file at this run's frequency, lowest ID first.
       EXEC SQL
           DECLARE FILE-CUSTOMER-CURSOR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.CUSTOMER_NAME
               FROM CAD1 C, CCT1 T
               WHERE T.CUSTOMER_ID = C.CUSTOMER_ID
                 AND T.DOCUMENT_TYPE = 'STMT'
                 AND T.CONTACT_CHANNEL = 'F'
                 AND T.FILE_FREQUENCY = :WS-PARM-FREQUENCY
               ORDER BY C.CUSTOMER_ID
       END-EXEC.

      *> Every currency the customer holds a position in before the
      *> period closes, or moves money in during it - one statement
      *> section each.
       EXEC SQL
           DECLARE SECTION-CURRENCY-CURSOR CURSOR FOR
               SELECT BALANCE_CURRENCY
               FROM CBH1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND POSITION_DATE < :WS-PERIOD-END
               UNION
               SELECT PAYMENT_CURRENCY
               FROM PAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND PAYMENT_DATE >= :WS-PERIOD-START
                 AND PAYMENT_DATE < :WS-PERIOD-END
               UNION
               SELECT :WS-BASE-CURRENCY
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND TRANSACTION_DATE >= :WS-PERIOD-START
                 AND TRANSACTION_DATE < :WS-PERIOD-END
               ORDER BY 1
       END-EXEC.

      *> The customer's transactions inside the period
       EXEC SQL
           DECLARE FILE-TRANSACTION-CURSOR CURSOR FOR
               SELECT TRANSACTION_ID, TRANSACTION_DATE,
                      TRANSACTION_AMOUNT, TRANSACTION_TYPE_CODE,
                      ORIGINAL_TRANSACTION_ID
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND TRANSACTION_DATE >= :WS-PERIOD-START
                 AND TRANSACTION_DATE < :WS-PERIOD-END
               ORDER BY TRANSACTION_DATE, TRANSACTION_ID
       END-EXEC.

      *> The customer's payments in the section's currency inside
      *> the period
       EXEC SQL
           DECLARE FILE-PAYMENT-CURSOR CURSOR FOR
               SELECT PAYMENT_ID, PAYMENT_DATE, PAYMENT_AMOUNT,
                      PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                      SETTLE_DATE
               FROM PAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND PAYMENT_CURRENCY = :WS-SECTION-CURRENCY
                 AND PAYMENT_DATE >= :WS-PERIOD-START
                 AND PAYMENT_DATE < :WS-PERIOD-END
               ORDER BY PAYMENT_DATE, PAYMENT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Structured statement files for the corporate customers who
      *> load their statement into their own accounting system
      *> instead of reading STM2's print. Per customer and currency:
      *> the opening position off CBH1, every BAD1 and PAD1 entry
      *> with its reference and value date, the closing position -
      *> numbered in the same STC1 sequence as the printed
      *> statements and wrapped in the BIF1 header/trailer. Daily
      *> runs after CBR1 has snapshot the day; monthly runs with
      *> the STM2 cycle.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT STF1-STATEMENT-FILE
           PERFORM WRITE-FILE-HEADER
           PERFORM PRODUCE-FILE-STATEMENTS
           PERFORM WRITE-FILE-TRAILER
           CLOSE STF1-STATEMENT-FILE
           DISPLAY "===== STF1 STATEMENT FILE " WS-PARM-FREQUENCY
               " " WS-PERIOD-START " TO " WS-PERIOD-LAST-DAY " ====="
           DISPLAY "Statements written:          " WS-STATEMENT-COUNT
           DISPLAY "Currency sections:           " WS-SECTION-COUNT
           DISPLAY "Entries:                     " WS-ENTRY-COUNT
           DISPLAY "Statements not numbered:     " WS-ERROR-COUNT
           DISPLAY "================================================="
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Frequency, then the period - a business date for 'D'
      *> (blank reads the BDR1 register), a YYYY-MM cycle month for
      *> 'M' (blank is the month before the current one, the same
      *> default STM2 takes).
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-FREQUENCY NOT = 'M'
               MOVE 'D' TO WS-PARM-FREQUENCY
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
           IF WS-PARM-FREQUENCY = 'D'
               PERFORM SET-DAILY-PERIOD
           ELSE
               PERFORM SET-MONTHLY-PERIOD
           END-IF.

       SET-DAILY-PERIOD.
           IF WS-PARM-PERIOD = SPACES
               PERFORM READ-BUSINESS-DATE
           ELSE
               DISPLAY "STF1: business date " WS-PARM-PERIOD
                   " overridden by parm card"
           END-IF
           MOVE WS-PARM-PERIOD TO WS-PERIOD-START
           MOVE WS-PARM-PERIOD TO WS-PERIOD-LAST-DAY
           MOVE WS-PARM-PERIOD TO WS-STATEMENT-DATE
           MOVE WS-PARM-PERIOD(1:7) TO WS-CYCLE-MONTH
           STRING WS-PARM-PERIOD(1:4) WS-PARM-PERIOD(6:2)
                  WS-PARM-PERIOD(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS) + 1
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-PERIOD-END.

       SET-MONTHLY-PERIOD.
           IF WS-PARM-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                   INTO WS-PARM-PERIOD
           END-IF
           MOVE WS-PARM-PERIOD(1:7) TO WS-CYCLE-MONTH
           MOVE SPACES TO WS-STATEMENT-DATE
           STRING WS-CYCLE-MONTH '-01' DELIMITED BY SIZE
               INTO WS-PERIOD-START
           MOVE WS-CYCLE-MONTH(1:4) TO WS-YEAR
           MOVE WS-CYCLE-MONTH(6:2) TO WS-MONTH
           IF WS-MONTH = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-PERIOD-END
           STRING WS-PERIOD-END(1:4) WS-PERIOD-END(6:2)
                  WS-PERIOD-END(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS) - 1
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-PERIOD-LAST-DAY.

       READ-BUSINESS-DATE.
      *> One source of truth for "what day is it" - the BDR1
      *> register EOD1 advances each night. An empty register falls
      *> back to today's calendar date.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-PERIOD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-PERIOD
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'STF1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "STF1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'STF1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'STF1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-STATEMENT-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       WRITE-FILE-HEADER.
      *> The BIF1 discipline every interface file carries - the
      *> customer's load sees a count mismatch on a truncated
      *> transfer instead of booking half a statement.
           MOVE 'HDR' TO BIF1-HDR-TAG
           MOVE WS-PERIOD-LAST-DAY TO BIF1-HDR-RUN-DATE
           MOVE 'STF1' TO BIF1-HDR-PROGRAM
           MOVE SPACES TO STF1-STATEMENT-RECORD
           MOVE BIF1-HEADER-RECORD TO STF1-STATEMENT-RECORD(1:21)
           WRITE STF1-STATEMENT-RECORD.

       WRITE-FILE-TRAILER.
           MOVE 'TRL' TO BIF1-TRL-TAG
           MOVE WS-DETAIL-COUNT TO BIF1-TRL-RECORD-COUNT
           MOVE WS-FILE-HASH-TOTAL TO BIF1-TRL-HASH-TOTAL
           MOVE SPACES TO STF1-STATEMENT-RECORD
           MOVE BIF1-TRAILER-RECORD TO STF1-STATEMENT-RECORD(1:27)
           WRITE STF1-STATEMENT-RECORD.

       PRODUCE-FILE-STATEMENTS.
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           EXEC SQL
               OPEN FILE-CUSTOMER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH FILE-CUSTOMER-CURSOR
                   INTO :WS-CUSTOMER-ID, :WS-CUSTOMER-NAME
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   PERFORM PRODUCE-ONE-FILE-STATEMENT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FILE-CUSTOMER-CURSOR
           END-EXEC.

       PRODUCE-ONE-FILE-STATEMENT.
           PERFORM ASSIGN-STATEMENT-NUMBER
           IF WS-NUMBER-ASSIGNED
               ADD 1 TO WS-STATEMENT-COUNT
               PERFORM PRODUCE-CURRENCY-SECTIONS
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       ASSIGN-STATEMENT-NUMBER.
      *> One number per customer per period on STC1, the sequence
      *> STM2 numbers the printed statements from - the monthly
      *> file takes the cycle's row (blank statement date) the
      *> printed statement would have; a daily file gets its own row
      *> per business day. A re-run finds the row and reproduces the
      *> same number.
           MOVE 'N' TO WS-NUMBER-SWITCH
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID OF STC1-REC
           MOVE WS-CYCLE-MONTH TO CYCLE-MONTH OF STC1-REC
           MOVE WS-STATEMENT-DATE TO STATEMENT-DATE OF STC1-REC
           EXEC SQL
               SELECT STATEMENT_NUMBER
               INTO :STC1-REC.STATEMENT-NUMBER
               FROM STC1
               WHERE CUSTOMER_ID = :STC1-REC.CUSTOMER-ID
                 AND CYCLE_MONTH = :STC1-REC.CYCLE-MONTH
                 AND STATEMENT_DATE = :STC1-REC.STATEMENT-DATE
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT COALESCE(MAX(STATEMENT_NUMBER), 0) + 1
                   INTO :STC1-REC.STATEMENT-NUMBER
                   FROM STC1
               END-EXEC
               EXEC SQL
                   INSERT INTO STC1
                       (CUSTOMER_ID, CYCLE_MONTH, STATEMENT_NUMBER,
                        STATEMENT_DATE)
                   VALUES
                       (:STC1-REC.CUSTOMER-ID,
                        :STC1-REC.CYCLE-MONTH,
                        :STC1-REC.STATEMENT-NUMBER,
                        :STC1-REC.STATEMENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               SET WS-NUMBER-ASSIGNED TO TRUE
           ELSE
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "STF1: statement numbering failed for "
                   WS-CUSTOMER-ID " - " ERRM1-MESSAGE
           END-IF.

       PRODUCE-CURRENCY-SECTIONS.
           MOVE 'N' TO WS-CURRENCY-SWITCH
           EXEC SQL
               OPEN SECTION-CURRENCY-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CURRENCIES-DONE
               EXEC SQL
                   FETCH SECTION-CURRENCY-CURSOR
                   INTO :WS-SECTION-CURRENCY
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CURRENCIES-DONE TO TRUE
               ELSE
                   PERFORM PRODUCE-ONE-SECTION
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE SECTION-CURRENCY-CURSOR
           END-EXEC.

       PRODUCE-ONE-SECTION.
           ADD 1 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-CREDITS
           MOVE 0 TO WS-SECTION-DEBITS
           MOVE 0 TO WS-SECTION-ENTRIES
           PERFORM READ-OPENING-BALANCE
           PERFORM WRITE-SECTION-HEADER
           IF WS-SECTION-CURRENCY = WS-BASE-CURRENCY
               PERFORM WRITE-TRANSACTION-ENTRIES
           END-IF
           PERFORM WRITE-PAYMENT-ENTRIES
           PERFORM WRITE-SECTION-TRAILER.

       READ-OPENING-BALANCE.
      *> The newest CBH1 position before the period opens - the
      *> position as CBR1 rolled it at the close of the previous
      *> business day. No earlier position opens at zero.
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE '0001-01-01' TO WS-OPENING-DATE
           EXEC SQL
               SELECT COALESCE(MAX(POSITION_DATE), '0001-01-01')
               INTO :WS-OPENING-DATE
               FROM CBH1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND BALANCE_CURRENCY = :WS-SECTION-CURRENCY
                 AND POSITION_DATE < :WS-PERIOD-START
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '0001-01-01' TO WS-OPENING-DATE
           END-IF
           IF WS-OPENING-DATE NOT = '0001-01-01'
               EXEC SQL
                   SELECT BALANCE_AMOUNT
                   INTO :CBH1-REC.BALANCE-AMOUNT
                   FROM CBH1
                   WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                     AND BALANCE_CURRENCY = :WS-SECTION-CURRENCY
                     AND POSITION_DATE = :WS-OPENING-DATE
               END-EXEC
               IF SQLCODE = 0
                   MOVE BALANCE-AMOUNT OF CBH1-REC
                       TO WS-OPENING-BALANCE
               END-IF
           END-IF.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO STF1-STATEMENT-HEADER
           MOVE 'STH' TO STF1-STH-RECORD-TYPE
           MOVE STATEMENT-NUMBER OF STC1-REC
               TO STF1-STH-STATEMENT-NUMBER
           MOVE WS-CUSTOMER-ID TO STF1-STH-CUSTOMER-ID
           MOVE WS-SECTION-CURRENCY TO STF1-STH-CURRENCY
           MOVE WS-CUSTOMER-NAME TO STF1-STH-CUSTOMER-NAME
           MOVE WS-PERIOD-START TO STF1-STH-PERIOD-FROM
           MOVE WS-PERIOD-LAST-DAY TO STF1-STH-PERIOD-TO
           MOVE WS-PARM-FREQUENCY TO STF1-STH-FREQUENCY
           MOVE WS-OPENING-BALANCE TO STF1-STH-OPENING-BALANCE
           MOVE WS-OPENING-DATE TO STF1-STH-OPENING-DATE
           MOVE SPACES TO STF1-STATEMENT-RECORD
           MOVE STF1-STATEMENT-HEADER TO STF1-STATEMENT-RECORD
           PERFORM WRITE-DETAIL-RECORD.

       WRITE-TRANSACTION-ENTRIES.
           MOVE 'N' TO WS-TRANS-SWITCH
           EXEC SQL
               OPEN FILE-TRANSACTION-CURSOR
           END-EXEC
           PERFORM UNTIL WS-TRANSACTIONS-DONE
               EXEC SQL
                   FETCH FILE-TRANSACTION-CURSOR
                   INTO :BAD1-REC.TRANSACTION-ID,
                        :BAD1-REC.TRANSACTION-DATE,
                        :BAD1-REC.TRANSACTION-AMOUNT,
                        :BAD1-REC.TRANSACTION-TYPE-CODE,
                        :BAD1-REC.ORIGINAL-TRANSACTION-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-TRANSACTIONS-DONE TO TRUE
               ELSE
                   PERFORM WRITE-ONE-TRANSACTION-ENTRY
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FILE-TRANSACTION-CURSOR
           END-EXEC.

       WRITE-ONE-TRANSACTION-ENTRY.
      *> Credits add, debits and adjustments subtract - the sign
      *> CBR1 rolls them into the position with.
           MOVE SPACES TO STF1-STATEMENT-ENTRY
           MOVE 'T' TO STF1-ENT-SOURCE
           MOVE TRANSACTION-TYPE-CODE OF BAD1-REC
               TO STF1-ENT-TYPE-CODE
           MOVE TRANSACTION-ID OF BAD1-REC TO STF1-ENT-REFERENCE
           MOVE ORIGINAL-TRANSACTION-ID OF BAD1-REC
               TO STF1-ENT-RELATED-REFERENCE
           MOVE TRANSACTION-DATE OF BAD1-REC
               TO STF1-ENT-BOOKING-DATE
           MOVE TRANSACTION-DATE OF BAD1-REC TO STF1-ENT-VALUE-DATE
           IF TRANSACTION-TYPE-CODE OF BAD1-REC = 'C'
               MOVE TRANSACTION-AMOUNT OF BAD1-REC TO WS-ENTRY-AMOUNT
           ELSE
               COMPUTE WS-ENTRY-AMOUNT =
                   0 - TRANSACTION-AMOUNT OF BAD1-REC
           END-IF
           PERFORM WRITE-ENTRY-RECORD.

       WRITE-PAYMENT-ENTRIES.
           MOVE 'N' TO WS-PAY-SWITCH
           EXEC SQL
               OPEN FILE-PAYMENT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-PAYMENTS-DONE
               EXEC SQL
                   FETCH FILE-PAYMENT-CURSOR
                   INTO :PAD1-REC.PAYMENT-ID,
                        :PAD1-REC.PAYMENT-DATE,
                        :PAD1-REC.PAYMENT-AMOUNT,
                        :PAD1-REC.PAYMENT-STATUS-CODE,
                        :PAD1-REC.ORIGINAL-PAYMENT-ID,
                        :PAD1-REC.SETTLE-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-PAYMENTS-DONE TO TRUE
               ELSE
                   PERFORM WRITE-ONE-PAYMENT-ENTRY
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FILE-PAYMENT-CURSOR
           END-EXEC.

       WRITE-ONE-PAYMENT-ENTRY.
      *> Payments add as money in, a returned (negative) one takes
      *> it back out. The full payment key goes out - the customer
      *> matches on it in their own ledger, and the file travels to
      *> their own mailbox, not through the mailing house.
           MOVE SPACES TO STF1-STATEMENT-ENTRY
           MOVE 'P' TO STF1-ENT-SOURCE
           MOVE PAYMENT-STATUS-CODE OF PAD1-REC TO STF1-ENT-TYPE-CODE
           MOVE PAYMENT-ID OF PAD1-REC TO STF1-ENT-REFERENCE
           MOVE ORIGINAL-PAYMENT-ID OF PAD1-REC
               TO STF1-ENT-RELATED-REFERENCE
           MOVE PAYMENT-DATE OF PAD1-REC TO STF1-ENT-BOOKING-DATE
           IF SETTLE-DATE OF PAD1-REC = SPACES
               MOVE PAYMENT-DATE OF PAD1-REC TO STF1-ENT-VALUE-DATE
           ELSE
               MOVE SETTLE-DATE OF PAD1-REC TO STF1-ENT-VALUE-DATE
           END-IF
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO WS-ENTRY-AMOUNT
           PERFORM WRITE-ENTRY-RECORD.

       WRITE-ENTRY-RECORD.
           MOVE 'ENT' TO STF1-ENT-RECORD-TYPE
           MOVE STATEMENT-NUMBER OF STC1-REC
               TO STF1-ENT-STATEMENT-NUMBER
           MOVE WS-CUSTOMER-ID TO STF1-ENT-CUSTOMER-ID
           MOVE WS-SECTION-CURRENCY TO STF1-ENT-CURRENCY
           IF WS-ENTRY-AMOUNT < 0
               MOVE 'D' TO STF1-ENT-DEBIT-CREDIT
               SUBTRACT WS-ENTRY-AMOUNT FROM WS-SECTION-DEBITS
           ELSE
               MOVE 'C' TO STF1-ENT-DEBIT-CREDIT
               ADD WS-ENTRY-AMOUNT TO WS-SECTION-CREDITS
           END-IF
      *> The unsigned entry field takes the magnitude
           MOVE WS-ENTRY-AMOUNT TO STF1-ENT-AMOUNT
           ADD STF1-ENT-AMOUNT TO WS-FILE-HASH-TOTAL
           ADD 1 TO WS-SECTION-ENTRIES
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES TO STF1-STATEMENT-RECORD
           MOVE STF1-STATEMENT-ENTRY TO STF1-STATEMENT-RECORD
           PERFORM WRITE-DETAIL-RECORD.

       WRITE-SECTION-TRAILER.
           MOVE SPACES TO STF1-STATEMENT-TRAILER
           MOVE 'STT' TO STF1-STT-RECORD-TYPE
           MOVE STATEMENT-NUMBER OF STC1-REC
               TO STF1-STT-STATEMENT-NUMBER
           MOVE WS-CUSTOMER-ID TO STF1-STT-CUSTOMER-ID
           MOVE WS-SECTION-CURRENCY TO STF1-STT-CURRENCY
           MOVE WS-SECTION-ENTRIES TO STF1-STT-ENTRY-COUNT
           MOVE WS-SECTION-CREDITS TO STF1-STT-TOTAL-CREDITS
           MOVE WS-SECTION-DEBITS TO STF1-STT-TOTAL-DEBITS
           COMPUTE STF1-STT-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-SECTION-CREDITS
               - WS-SECTION-DEBITS
           MOVE SPACES TO STF1-STATEMENT-RECORD
           MOVE STF1-STATEMENT-TRAILER TO STF1-STATEMENT-RECORD
           PERFORM WRITE-DETAIL-RECORD.

       WRITE-DETAIL-RECORD.
           WRITE STF1-STATEMENT-RECORD
           ADD 1 TO WS-DETAIL-COUNT.
