
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One settlement file per clearing channel - each clearing
      *> system takes its own file against its own cut-off.
           SELECT SET1-DOM-FILE ASSIGN TO SET1DOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT SET1-URG-FILE ASSIGN TO SET1URG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT SET1-XBD-FILE ASSIGN TO SET1XBD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *> Cleared payments no RTG1 rule routes - sent nowhere until
      *> the desk fixes the rules or the payee and re-runs.
           SELECT SET1-EXCEPTION-FILE ASSIGN TO SET1EXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY CUR1SQL.
       COPY BEN1SQL.
       COPY BNK1SQL.
       COPY RTG1SQL.
       COPY SWN1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  SET1-DOM-FILE.
       01  SET1-DOM-RECORD                  PIC X(141).

       FD  SET1-URG-FILE.
       01  SET1-URG-RECORD                  PIC X(141).

       FD  SET1-XBD-FILE.
       01  SET1-XBD-RECORD                  PIC X(141).

       FD  SET1-EXCEPTION-FILE.
       01  SET1-EXCEPTION-RECORD.
           05  SET1-EXC-PAYMENT-ID          PIC X(10).
           05  FILLER                       PIC X(1).
           05  SET1-EXC-CUSTOMER-ID         PIC X(10).
           05  FILLER                       PIC X(1).
           05  SET1-EXC-AMOUNT              PIC -(9)9.99.
           05  FILLER                       PIC X(1).
           05  SET1-EXC-CURRENCY            PIC X(3).
           05  FILLER                       PIC X(1).
           05  SET1-EXC-URGENT-FLAG         PIC X(1).
           05  FILLER                       PIC X(1).
           05  SET1-EXC-COUNTRY-CODE        PIC X(2).
           05  FILLER                       PIC X(1).
           05  SET1-EXC-BANK-ID             PIC X(11).
           05  FILLER                       PIC X(1).
           05  SET1-EXC-REASON              PIC X(60).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY CUR1REC.
       COPY BEN1REC.
       COPY BNK1REC.
       COPY RTG1REC.
       COPY SWN1REC.
       COPY BDR1REC.

      *> The bank's record layouts, built here and written to
      *> whichever channel file the payment routes to
       COPY SET1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.

      *> Shared value-date adjustment against the currency's
      *> clearing calendar - a USD payment settled on a Fed holiday
      *> the bank itself works is value-dated the next good day.
       COPY VDA1.
       01  VDA1-PGM                         PIC X(8) VALUE 'VDA1'.
       01  WS-VALUE-DATE                    PIC X(10).

       01  WS-SETTLE-STATUS                 PIC X(2).
       01  WS-EXCEPTION-STATUS              PIC X(2).
       01  WS-SETTLE-LINE                   PIC X(141).

      *> The bank reads the amount fields as minor units behind two
      *> implied decimals. Internally every amount is stored with

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-WINDOW-ID            PIC X(1).

      *> The settlement window this run sends. A payment goes out in
      *> the first window whose cut-off is at or after the time it
      *> cleared, and is stamped with that window so a re-run of the
      *> same window re-sends exactly its own payments and no later
      *> window can pick them up again.
       01  WS-WINDOW-ID                     PIC X(1).
       01  WS-WINDOW-COUNT                  PIC S9(9) COMP.
       01  WS-CUTOFF-TIMESTAMP              PIC X(20).
       01  WS-STAMPED-COUNT                 PIC 9(7) VALUE 0.

       01  WS-REPORT-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-REPORT-DONE               VALUE 'Y'.
       01  WS-PREV-WINDOW                   PIC X(1).
       01  WS-WINDOW-PAYMENT-COUNT          PIC 9(7).
       01  WS-WINDOW-PAYMENT-TOTAL          PIC 9(7).
       01  WS-ROLLED-COUNT                  PIC S9(9) COMP.

       01  WS-CLEARED-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-CLEARED-DONE              VALUE 'Y'.

       01  WS-DETAIL-COUNT                  PIC 9(7) VALUE 0.
       01  WS-TOTAL-COUNT                   PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT               PIC 9(7) VALUE 0.

      *> The RTG1 routing rules, read once at the start of the run
      *> in the order they are tried.
       01  WS-RULE-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-RULES-DONE                VALUE 'Y'.
       01  WS-RULE-USED                     PIC 9(4) VALUE 0.
       01  WS-RULE-IX                       PIC 9(4).
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RULE-ID               PIC X(4).
               10  WS-RULE-CURRENCY         PIC X(3).
               10  WS-RULE-MIN-AMOUNT       PIC S9(9)V99 COMP-3.
               10  WS-RULE-MAX-AMOUNT       PIC S9(9)V99 COMP-3.
               10  WS-RULE-URGENT-FLAG      PIC X(1).
               10  WS-RULE-COUNTRY          PIC X(2).
               10  WS-RULE-CHANNEL          PIC X(3).

      *> One entry per clearing channel, in file order - DOM, URG,
      *> XBD - each with its own BIF1 trailer figures and its own
      *> running currency total for the control break.
       01  WS-CHANNEL-CODE-LIST             PIC X(9) VALUE 'DOMURGXBD'.
       01  WS-CHANNEL-CODES REDEFINES WS-CHANNEL-CODE-LIST.
           05  WS-CHANNEL-CODE              PIC X(3) OCCURS 3 TIMES.
       01  WS-CHANNEL-IX                    PIC 9(4).
       01  WS-ROUTED-IX                     PIC 9(4).
       01  WS-CHANNEL-TABLE.
           05  WS-CHANNEL-ENTRY OCCURS 3 TIMES.
               10  WS-CHN-DETAIL-COUNT      PIC 9(7).
               10  WS-CHN-TOTAL-COUNT       PIC 9(5).
               10  WS-CHN-HASH-TOTAL        PIC 9(13)V99.
               10  WS-CHN-CCY-COUNT         PIC 9(7).
               10  WS-CHN-CCY-TOTAL         PIC S9(11)V99 COMP-3.

       01  WS-HASH-AMOUNT                   PIC 9(9)V99.
       01  WS-DEST-COUNTRY                  PIC X(2).
       01  WS-BANK-FOUND-SWITCH             PIC X(1).
           88  WS-BANK-FOUND                VALUE 'Y'.
       01  WS-REACHABLE-SWITCH              PIC X(1).
           88  WS-BANK-REACHABLE            VALUE 'Y'.
       01  WS-EXCEPTION-REASON              PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The same population as GLX1's cleared-payment cursor - the
      *> GL feed and the bank file must never disagree about what
      *> cleared. Cleared payments not yet sent whose clearing time
      *> is at or before this window's cut-off, plus any this same
      *> window already stamped on an earlier attempt today - ordered by
      *> currency first so the bank's currency total records fall
      *> straight out of a control break. Rows cleared before the
      *> clearing time was recorded are never picked up again.
       EXEC SQL
           DECLARE SETTLE-PAYMENT-CURSOR CURSOR FOR
               SELECT PAYMENT_ID, CUSTOMER_ID, PAYMENT_DATE,
                      PAYMENT_AMOUNT, PAYMENT_CURRENCY, BENEFICIARY_ID,
                      URGENT_FLAG
               FROM PAD1
               WHERE PAYMENT_STATUS_CODE = 'C'
                 AND ((SETTLE_WINDOW = ' '
                       AND CLEARED_TIMESTAMP <> ' '
                       AND CLEARED_TIMESTAMP <= :WS-CUTOFF-TIMESTAMP)
                   OR (SETTLE_DATE = :WS-PARM-RUN-DATE
                       AND SETTLE_WINDOW = :WS-WINDOW-ID))
               ORDER BY PAYMENT_CURRENCY, PAYMENT_ID
       END-EXEC.

      *> The end-of-day view - every payment sent today, by window.
       EXEC SQL
           DECLARE WINDOW-REPORT-CURSOR CURSOR FOR
               SELECT PAYMENT_ID, CUSTOMER_ID, PAYMENT_AMOUNT,
                      PAYMENT_CURRENCY, CLEARED_TIMESTAMP,
                      SETTLE_WINDOW
               FROM PAD1
               WHERE SETTLE_DATE = :WS-PARM-RUN-DATE
               ORDER BY SETTLE_WINDOW, PAYMENT_ID
       END-EXEC.

      *> The routing rules in the order they are tried.
       EXEC SQL
           DECLARE ROUTING-RULE-CURSOR CURSOR FOR
               SELECT RULE_ID, CURRENCY_CODE, MIN_AMOUNT, MAX_AMOUNT,
                      URGENT_FLAG, COUNTRY_CODE, CHANNEL_CODE
               FROM RTG1
               ORDER BY RULE_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Domestic low-value, domestic urgent and cross-border
      *> payments go to three different clearing systems. The RTG1
      *> rules assign each cleared payment a channel, and each
      *> channel gets its own BIF1-wrapped file with its own
      *> currency totals and trailer.
           PERFORM READ-PARM-CARD
           PERFORM RESOLVE-SETTLEMENT-WINDOW
           PERFORM LOAD-ROUTING-RULES
           INITIALIZE WS-CHANNEL-TABLE
           OPEN OUTPUT SET1-DOM-FILE
           OPEN OUTPUT SET1-URG-FILE
           OPEN OUTPUT SET1-XBD-FILE
           OPEN OUTPUT SET1-EXCEPTION-FILE
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 3
               PERFORM WRITE-CHANNEL-HEADER
           END-PERFORM
           PERFORM WRITE-SETTLEMENT-RECORDS
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 3
               PERFORM WRITE-CHANNEL-TRAILER
           END-PERFORM
           CLOSE SET1-DOM-FILE
           CLOSE SET1-URG-FILE
           CLOSE SET1-XBD-FILE
           CLOSE SET1-EXCEPTION-FILE
           DISPLAY "SET1 settlement extract for " WS-PARM-RUN-DATE
               " window " WS-WINDOW-ID " cut-off " WS-CUTOFF-TIMESTAMP
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 3
               DISPLAY "  " WS-CHANNEL-CODE(WS-CHANNEL-IX)
                   " detail records: "
                   WS-CHN-DETAIL-COUNT(WS-CHANNEL-IX)
                   " currency totals: "
                   WS-CHN-TOTAL-COUNT(WS-CHANNEL-IX)
                   " hash: " WS-CHN-HASH-TOTAL(WS-CHANNEL-IX)
           END-PERFORM
           DISPLAY "  detail records:         " WS-DETAIL-COUNT
           DISPLAY "  currency total records: " WS-TOTAL-COUNT
           DISPLAY "  unrouted exceptions:    " WS-EXCEPTION-COUNT
           DISPLAY "  newly stamped to window: " WS-STAMPED-COUNT
           STOP RUN.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE.
      *> The window cut-offs are times on the business day, so the
      *> day comes off the BDR1 register like the other drivers'.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       RESOLVE-SETTLEMENT-WINDOW.
      *> A window on the parm card sends that window. A blank one is
      *> the nightly chain's run: with no SWN1 windows configured it
      *> is the single nightly send (window 'N', cut-off the end of
      *> the day); with windows configured the intraday runs have
      *> already sent the day, and the nightly run only reports
      *> which window each payment went out in - anything cleared
      *> after the last cut-off waits for tomorrow's first window.
           MOVE 0 TO WS-WINDOW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-WINDOW-COUNT
               FROM SWN1
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-WINDOW-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-WINDOW-ID NOT = SPACE
                   MOVE WS-PARM-WINDOW-ID TO WINDOW-ID OF SWN1-REC
                   EXEC SQL
                       SELECT CUTOFF_TIME
                       INTO :SWN1-REC.CUTOFF-TIME
                       FROM SWN1
                       WHERE WINDOW_ID = :SWN1-REC.WINDOW-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "SET1: settlement window "
                           WS-PARM-WINDOW-ID
                           " is not on SWN1 - ending"
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-WINDOW-ID TO WS-WINDOW-ID
               WHEN WS-WINDOW-COUNT = 0
                   MOVE 'N' TO WS-WINDOW-ID
                   MOVE '23:59:59' TO CUTOFF-TIME OF SWN1-REC
               WHEN OTHER
                   PERFORM REPORT-WINDOW-SETTLEMENT
                   STOP RUN
           END-EVALUATE
           MOVE SPACES TO WS-CUTOFF-TIMESTAMP
           STRING WS-PARM-RUN-DATE ' ' CUTOFF-TIME OF SWN1-REC
                  DELIMITED BY SIZE INTO WS-CUTOFF-TIMESTAMP.

       REPORT-WINDOW-SETTLEMENT.
           DISPLAY "===== SET1 SETTLEMENT WINDOW REPORT "
               WS-PARM-RUN-DATE " ====="
           MOVE 'N' TO WS-REPORT-SWITCH
           MOVE SPACES TO WS-PREV-WINDOW
           MOVE 0 TO WS-WINDOW-PAYMENT-COUNT
           MOVE 0 TO WS-WINDOW-PAYMENT-TOTAL
           EXEC SQL
               OPEN WINDOW-REPORT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-REPORT-DONE
               EXEC SQL
                   FETCH WINDOW-REPORT-CURSOR
                   INTO :PAD1-REC.PAYMENT-ID, :PAD1-REC.CUSTOMER-ID,
                        :PAD1-REC.PAYMENT-AMOUNT,
                        :PAD1-REC.PAYMENT-CURRENCY,
                        :PAD1-REC.CLEARED-TIMESTAMP,
                        :PAD1-REC.SETTLE-WINDOW
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-REPORT-DONE TO TRUE
               ELSE
                   IF WS-PREV-WINDOW NOT = SPACES
                       AND SETTLE-WINDOW OF PAD1-REC
                           NOT = WS-PREV-WINDOW
                       DISPLAY "  Window " WS-PREV-WINDOW ": "
                           WS-WINDOW-PAYMENT-COUNT " payment(s)"
                       MOVE 0 TO WS-WINDOW-PAYMENT-COUNT
                   END-IF
                   MOVE SETTLE-WINDOW OF PAD1-REC TO WS-PREV-WINDOW
                   ADD 1 TO WS-WINDOW-PAYMENT-COUNT
                   ADD 1 TO WS-WINDOW-PAYMENT-TOTAL
                   DISPLAY "  Payment " PAYMENT-ID OF PAD1-REC
                       " customer " CUSTOMER-ID OF PAD1-REC
                       " " PAYMENT-CURRENCY OF PAD1-REC
                       " " PAYMENT-AMOUNT OF PAD1-REC
                       " cleared " CLEARED-TIMESTAMP OF PAD1-REC
                       " window " SETTLE-WINDOW OF PAD1-REC
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE WINDOW-REPORT-CURSOR
           END-EXEC
           IF WS-PREV-WINDOW NOT = SPACES
               DISPLAY "  Window " WS-PREV-WINDOW ": "
                   WS-WINDOW-PAYMENT-COUNT " payment(s)"
           END-IF
           MOVE 0 TO WS-ROLLED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROLLED-COUNT
               FROM PAD1
               WHERE PAYMENT_STATUS_CODE = 'C'
                 AND SETTLE_WINDOW = ' '
                 AND CLEARED_TIMESTAMP <> ' '
           END-EXEC
           DISPLAY " "
           DISPLAY "Payments sent today:              "
               WS-WINDOW-PAYMENT-TOTAL
           DISPLAY "Cleared, not yet sent (next day): " WS-ROLLED-COUNT
           DISPLAY "=================================================".

       LOAD-ROUTING-RULES.
      *> More rules than the table holds would route on a partial
      *> rule set - the run stops before a file is written instead.
           MOVE 'N' TO WS-RULE-SWITCH
           MOVE 0 TO WS-RULE-USED
           EXEC SQL
               OPEN ROUTING-RULE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-RULES-DONE
               EXEC SQL
                   FETCH ROUTING-RULE-CURSOR
                   INTO :RTG1-REC.RULE-ID, :RTG1-REC.CURRENCY-CODE,
                        :RTG1-REC.MIN-AMOUNT, :RTG1-REC.MAX-AMOUNT,
                        :RTG1-REC.URGENT-FLAG, :RTG1-REC.COUNTRY-CODE,
                        :RTG1-REC.CHANNEL-CODE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-RULES-DONE TO TRUE
               ELSE
                   IF WS-RULE-USED NOT < 100
                       DISPLAY "SET1: more than 100 RTG1 routing rules"
                           " - ending"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RULE-USED
                   MOVE RULE-ID OF RTG1-REC
                       TO WS-RULE-ID(WS-RULE-USED)
                   MOVE CURRENCY-CODE OF RTG1-REC
                       TO WS-RULE-CURRENCY(WS-RULE-USED)
                   MOVE MIN-AMOUNT OF RTG1-REC
                       TO WS-RULE-MIN-AMOUNT(WS-RULE-USED)
                   MOVE MAX-AMOUNT OF RTG1-REC
                       TO WS-RULE-MAX-AMOUNT(WS-RULE-USED)
                   MOVE URGENT-FLAG OF RTG1-REC
                       TO WS-RULE-URGENT-FLAG(WS-RULE-USED)
                   MOVE COUNTRY-CODE OF RTG1-REC
                       TO WS-RULE-COUNTRY(WS-RULE-USED)
                   MOVE CHANNEL-CODE OF RTG1-REC
                       TO WS-RULE-CHANNEL(WS-RULE-USED)
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE ROUTING-RULE-CURSOR
           END-EXEC
           DISPLAY "SET1: " WS-RULE-USED " routing rule(s) loaded".

       WRITE-CHANNEL-HEADER.
           MOVE 'HDR' TO BIF1-HDR-TAG
           MOVE WS-PARM-RUN-DATE TO BIF1-HDR-RUN-DATE
           MOVE 'SET1' TO BIF1-HDR-PROGRAM
           MOVE SPACES TO WS-SETTLE-LINE
           MOVE BIF1-HEADER-RECORD TO WS-SETTLE-LINE(1:21)
           PERFORM WRITE-CHANNEL-LINE.

       WRITE-CHANNEL-TRAILER.
      *> The count is the channel's detail records; the currency
      *> total records between them are the bank's own control and
      *> are not counted.
           MOVE 'TRL' TO BIF1-TRL-TAG
           MOVE WS-CHN-DETAIL-COUNT(WS-CHANNEL-IX)
               TO BIF1-TRL-RECORD-COUNT
           MOVE WS-CHN-HASH-TOTAL(WS-CHANNEL-IX)
               TO BIF1-TRL-HASH-TOTAL
           MOVE SPACES TO WS-SETTLE-LINE
           MOVE BIF1-TRAILER-RECORD TO WS-SETTLE-LINE(1:27)
           PERFORM WRITE-CHANNEL-LINE.

       WRITE-CHANNEL-LINE.
           EVALUATE WS-CHANNEL-IX
               WHEN 1
                   WRITE SET1-DOM-RECORD FROM WS-SETTLE-LINE
               WHEN 2
                   WRITE SET1-URG-RECORD FROM WS-SETTLE-LINE
               WHEN 3
                   WRITE SET1-XBD-RECORD FROM WS-SETTLE-LINE
           END-EVALUATE.

       WRITE-SETTLEMENT-RECORDS.
           MOVE 'N' TO WS-CLEARED-SWITCH
           MOVE SPACES TO WS-PREV-CURRENCY
           EXEC SQL
               OPEN SETTLE-PAYMENT-CURSOR
           END-EXEC
               END-IF
           END-PERFORM
           IF WS-PREV-CURRENCY NOT = SPACES
               PERFORM WRITE-CURRENCY-TOTALS
           END-IF
           EXEC SQL
               CLOSE SETTLE-PAYMENT-CURSOR
               FETCH SETTLE-PAYMENT-CURSOR
               INTO :PAD1-REC.PAYMENT-ID, :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.PAYMENT-DATE, :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY,
                    :PAD1-REC.BENEFICIARY-ID, :PAD1-REC.URGENT-FLAG
           END-EXEC
           IF SQLCODE = 100
               SET WS-CLEARED-DONE TO TRUE

       WRITE-ONE-DETAIL-RECORD.
      *> Control break on currency - the cursor clusters each
      *> currency's payments together, so each channel's total
      *> record for a currency closes the moment the next one starts.
           IF WS-PREV-CURRENCY NOT = SPACES
               AND PAYMENT-CURRENCY OF PAD1-REC NOT = WS-PREV-CURRENCY
               PERFORM WRITE-CURRENCY-TOTALS
           END-IF
           IF PAYMENT-CURRENCY OF PAD1-REC NOT = WS-PREV-CURRENCY
               MOVE PAYMENT-CURRENCY OF PAD1-REC
                   TO WS-PREV-CURRENCY
               PERFORM READ-CURRENCY-DECIMALS
               PERFORM RESOLVE-VALUE-DATE
           END-IF
           MOVE 'D' TO SET1-DET-RECORD-TYPE
           MOVE PAYMENT-ID OF PAD1-REC TO SET1-DET-PAYMENT-ID
           PERFORM SCALE-DETAIL-AMOUNT
           MOVE WS-SCALED-AMOUNT TO SET1-DET-AMOUNT
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO SET1-DET-CURRENCY
           MOVE WS-VALUE-DATE TO SET1-DET-VALUE-DATE
           PERFORM READ-BENEFICIARY-DETAILS
           PERFORM RESOLVE-DESTINATION-COUNTRY
           PERFORM ROUTE-PAYMENT
           IF WS-ROUTED-IX = 0
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               MOVE WS-ROUTED-IX TO WS-CHANNEL-IX
               MOVE SET1-DETAIL-RECORD TO WS-SETTLE-LINE
               PERFORM WRITE-CHANNEL-LINE
               MOVE WS-SCALED-AMOUNT TO WS-HASH-AMOUNT
               ADD WS-HASH-AMOUNT TO WS-CHN-HASH-TOTAL(WS-CHANNEL-IX)
               ADD 1 TO WS-CHN-DETAIL-COUNT(WS-CHANNEL-IX)
               ADD 1 TO WS-CHN-CCY-COUNT(WS-CHANNEL-IX)
               ADD PAYMENT-AMOUNT OF PAD1-REC
                   TO WS-CHN-CCY-TOTAL(WS-CHANNEL-IX)
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM STAMP-SETTLEMENT-WINDOW
           END-IF.

       STAMP-SETTLEMENT-WINDOW.
      *> Only a payment no window has claimed is stamped - on a
      *> re-run of this window its own payments are already ours and
      *> the update finds nothing to do.
           EXEC SQL
               UPDATE PAD1
               SET SETTLE_WINDOW = :WS-WINDOW-ID,
                   SETTLE_DATE = :WS-PARM-RUN-DATE
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
                 AND SETTLE_WINDOW = ' '
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-STAMPED-COUNT
           END-IF.

       WRITE-CURRENCY-TOTALS.
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 3
               IF WS-CHN-CCY-COUNT(WS-CHANNEL-IX) > 0
                   PERFORM WRITE-ONE-TOTAL-RECORD
                   MOVE 0 TO WS-CHN-CCY-COUNT(WS-CHANNEL-IX)
                   MOVE 0 TO WS-CHN-CCY-TOTAL(WS-CHANNEL-IX)
               END-IF
           END-PERFORM.

       WRITE-ONE-TOTAL-RECORD.
           MOVE WS-CHN-CCY-COUNT(WS-CHANNEL-IX) TO WS-CURRENCY-COUNT
           MOVE WS-CHN-CCY-TOTAL(WS-CHANNEL-IX) TO WS-CURRENCY-TOTAL
           MOVE SPACES TO SET1-TOTAL-RECORD
           MOVE 'T' TO SET1-TOT-RECORD-TYPE
           MOVE WS-PREV-CURRENCY TO SET1-TOT-CURRENCY
           MOVE WS-CURRENCY-TOTAL TO WS-SCALED-TOTAL
           PERFORM SCALE-TOTAL-AMOUNT
           MOVE WS-SCALED-TOTAL TO SET1-TOT-AMOUNT
           MOVE SPACES TO WS-SETTLE-LINE
           MOVE SET1-TOTAL-RECORD TO WS-SETTLE-LINE
           PERFORM WRITE-CHANNEL-LINE
           ADD 1 TO WS-CHN-TOTAL-COUNT(WS-CHANNEL-IX)
           ADD 1 TO WS-TOTAL-COUNT
           DISPLAY "  " WS-CHANNEL-CODE(WS-CHANNEL-IX) " "
               WS-PREV-CURRENCY " settled: "
               WS-CURRENCY-COUNT " payment(s), total "
               WS-CURRENCY-TOTAL.

       RESOLVE-DESTINATION-COUNTRY.
      *> The payee bank's country off the BNK1 directory; a BIC the
      *> directory does not know still carries its country in
      *> positions 5-6. A collection has no payee bank and routes
      *> on the rules that name no country.
           MOVE SPACES TO WS-DEST-COUNTRY
           MOVE 'N' TO WS-BANK-FOUND-SWITCH
           IF SET1-DET-BANK-ID NOT = SPACES
               EXEC SQL
                   SELECT COUNTRY_CODE, DOMESTIC_FLAG, URGENT_FLAG,
                          CROSS_BORDER_FLAG
                   INTO :BNK1-REC.COUNTRY-CODE,
                        :BNK1-REC.DOMESTIC-FLAG,
                        :BNK1-REC.URGENT-FLAG,
                        :BNK1-REC.CROSS-BORDER-FLAG
                   FROM BNK1
                   WHERE BANK_ID = :SET1-DET-BANK-ID
               END-EXEC
               IF SQLCODE = 0
                   SET WS-BANK-FOUND TO TRUE
                   MOVE COUNTRY-CODE OF BNK1-REC TO WS-DEST-COUNTRY
               ELSE
                   MOVE SET1-DET-BANK-ID(5:2) TO WS-DEST-COUNTRY
               END-IF
           END-IF.

       ROUTE-PAYMENT.
      *> First matching rule wins. A blank rule field matches
      *> anything; urgency compares against 'Y', so a blank PAD1
      *> flag on an older row reads as ordinary.
           MOVE 0 TO WS-ROUTED-IX
           MOVE SPACES TO WS-EXCEPTION-REASON
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > WS-RULE-USED
                      OR WS-ROUTED-IX NOT = 0
                      OR WS-EXCEPTION-REASON NOT = SPACES
               IF (WS-RULE-CURRENCY(WS-RULE-IX) = SPACES
                   OR WS-RULE-CURRENCY(WS-RULE-IX)
                      = PAYMENT-CURRENCY OF PAD1-REC)
                  AND PAYMENT-AMOUNT OF PAD1-REC
                      NOT < WS-RULE-MIN-AMOUNT(WS-RULE-IX)
                  AND PAYMENT-AMOUNT OF PAD1-REC
                      NOT > WS-RULE-MAX-AMOUNT(WS-RULE-IX)
                  AND (WS-RULE-URGENT-FLAG(WS-RULE-IX) = SPACE
                   OR (WS-RULE-URGENT-FLAG(WS-RULE-IX) = 'Y'
                       AND URGENT-FLAG OF PAD1-REC = 'Y')
                   OR (WS-RULE-URGENT-FLAG(WS-RULE-IX) = 'N'
                       AND URGENT-FLAG OF PAD1-REC NOT = 'Y'))
                  AND (WS-RULE-COUNTRY(WS-RULE-IX) = SPACES
                   OR WS-RULE-COUNTRY(WS-RULE-IX) = WS-DEST-COUNTRY)
                   PERFORM SELECT-RULE-CHANNEL
               END-IF
           END-PERFORM
           IF WS-ROUTED-IX = 0 AND WS-EXCEPTION-REASON = SPACES
               MOVE 'No RTG1 routing rule matches the payment'
                   TO WS-EXCEPTION-REASON
           END-IF
           IF WS-ROUTED-IX NOT = 0
               PERFORM CHECK-CHANNEL-REACHABLE
           END-IF.

       SELECT-RULE-CHANNEL.
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 3
               IF WS-CHANNEL-CODE(WS-CHANNEL-IX)
                  = WS-RULE-CHANNEL(WS-RULE-IX)
                   MOVE WS-CHANNEL-IX TO WS-ROUTED-IX
               END-IF
           END-PERFORM
           IF WS-ROUTED-IX = 0
               STRING 'RTG1 rule ' WS-RULE-ID(WS-RULE-IX)
                      ' names unknown channel '
                      WS-RULE-CHANNEL(WS-RULE-IX)
                      DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           END-IF.

       CHECK-CHANNEL-REACHABLE.
      *> A payee bank the directory says is not a member of the
      *> chosen clearing system would only bounce - it is held back
      *> as an exception instead.
           IF WS-BANK-FOUND
               MOVE 'Y' TO WS-REACHABLE-SWITCH
               EVALUATE WS-ROUTED-IX
                   WHEN 1
                       MOVE DOMESTIC-FLAG OF BNK1-REC
                           TO WS-REACHABLE-SWITCH
                   WHEN 2
                       MOVE URGENT-FLAG OF BNK1-REC
                           TO WS-REACHABLE-SWITCH
                   WHEN 3
                       MOVE CROSS-BORDER-FLAG OF BNK1-REC
                           TO WS-REACHABLE-SWITCH
               END-EVALUATE
               IF NOT WS-BANK-REACHABLE
                   STRING 'Payee bank is not reachable on channel '
                          WS-CHANNEL-CODE(WS-ROUTED-IX)
                          DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   MOVE 0 TO WS-ROUTED-IX
               END-IF
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO SET1-EXCEPTION-RECORD
           MOVE PAYMENT-ID OF PAD1-REC TO SET1-EXC-PAYMENT-ID
           MOVE CUSTOMER-ID OF PAD1-REC TO SET1-EXC-CUSTOMER-ID
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO SET1-EXC-AMOUNT
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO SET1-EXC-CURRENCY
           MOVE URGENT-FLAG OF PAD1-REC TO SET1-EXC-URGENT-FLAG
           MOVE WS-DEST-COUNTRY TO SET1-EXC-COUNTRY-CODE
           MOVE SET1-DET-BANK-ID TO SET1-EXC-BANK-ID
           MOVE WS-EXCEPTION-REASON TO SET1-EXC-REASON
           WRITE SET1-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "  Payment " PAYMENT-ID OF PAD1-REC
               " not settled: " WS-EXCEPTION-REASON.

       RESOLVE-VALUE-DATE.
      *> Once per currency - the cursor clusters each currency's
      *> payments together.
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO VDA1-CURRENCY
           MOVE WS-PARM-RUN-DATE TO VDA1-DATE
           CALL VDA1-PGM USING VDA1-COMM-AREA
           MOVE VDA1-ADJUSTED-DATE TO WS-VALUE-DATE
           IF VDA1-DATE-ADJUSTED
               DISPLAY "  " PAYMENT-CURRENCY OF PAD1-REC
                   " value date rolled to " WS-VALUE-DATE
           END-IF.

       READ-CURRENCY-DECIMALS.
           MOVE 2 TO WS-DECIMAL-PLACES
           EXEC SQL
                   TO WS-DECIMAL-PLACES
           END-IF.

       READ-BENEFICIARY-DETAILS.
      *> The creditor account goes out on the detail so the desk no
      *> longer re-keys payee details on the bank portal. A
      *> collection (or a row older than the payee master) has no
      *> beneficiary and goes out with the payee fields blank.
           MOVE BENEFICIARY-ID OF PAD1-REC TO SET1-DET-BENEFICIARY-ID
           MOVE SPACES TO SET1-DET-BENEFICIARY-NAME
           MOVE SPACES TO SET1-DET-ACCOUNT-NUMBER
           MOVE SPACES TO SET1-DET-BANK-ID
           IF BENEFICIARY-ID OF PAD1-REC NOT = SPACES
               EXEC SQL
                   SELECT BENEFICIARY_NAME, ACCOUNT_NUMBER, BANK_ID
                   INTO :BEN1-REC.BENEFICIARY-NAME,
                        :BEN1-REC.ACCOUNT-NUMBER,
                        :BEN1-REC.BANK-ID
                   FROM BEN1
                   WHERE BENEFICIARY_ID = :PAD1-REC.BENEFICIARY-ID
               END-EXEC
               IF SQLCODE = 0
                   MOVE BENEFICIARY-NAME OF BEN1-REC
                       TO SET1-DET-BENEFICIARY-NAME
                   MOVE ACCOUNT-NUMBER OF BEN1-REC
                       TO SET1-DET-ACCOUNT-NUMBER
                   MOVE BANK-ID OF BEN1-REC TO SET1-DET-BANK-ID
               ELSE
                   DISPLAY "  Payment " PAYMENT-ID OF PAD1-REC
                       " beneficiary " BENEFICIARY-ID OF PAD1-REC
                       " not found, SQLCODE " SQLCODE
               END-IF
           END-IF.

       SCALE-DETAIL-AMOUNT.
      *> The field carries minor units behind two implied decimals -
      *> a zero-decimal currency's whole units shift down two so
