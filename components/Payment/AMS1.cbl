       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMS1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every alert the night raised, for the AML investigators to
      *> pick up through AMM1, and the counts behind the run.
           SELECT AMS1-PRINT-FILE ASSIGN TO AMS1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY AMC1SQL.
       COPY PAD1SQL.
       COPY BAD1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  AMS1-PRINT-FILE.
       01  AMS1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AMC1REC.
       COPY PAD1REC.
       COPY BAD1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate REG1 weighs its threshold at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before any alert is raised.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT                   PIC Z(10)9.99.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

      *> Scenario settings live on CFG1, so compliance tunes them
      *> through CFO1's dual control without a code change. Each
      *> scenario runs unless its -ACTIVE parameter reads 'N'; a
      *> numeric parameter with no row takes the default below.
       01  WS-CFG-PARM-NAME                 PIC X(20).
       01  WS-CFG-DEFAULT                   PIC S9(11)V99 COMP-3.
       01  WS-CFG-NUMBER                    PIC S9(11)V99 COMP-3.
       01  WS-CFG-FLAG                      PIC X(1).

      *> Structuring - AML-STRC-COUNT or more payments in the last
      *> AML-STRC-DAYS days, each inside the band that runs from
      *> AML-STRC-BAND-PCT percent under the REG1 large-payment
      *> threshold up to just short of it.
       01  WS-STRC-SWITCH                   PIC X(1).
           88  WS-STRC-ACTIVE               VALUE 'Y'.
       01  WS-STRC-DAYS                     PIC S9(5) COMP.
       01  WS-STRC-COUNT                    PIC S9(5) COMP.
       01  WS-STRC-BAND-PCT                 PIC S9(3)V99 COMP-3.
       01  WS-STRC-FROM-DATE                PIC X(10).
       01  WS-REPORT-THRESHOLD              PIC S9(11)V99 COMP-3.
       01  WS-BAND-FLOOR                    PIC S9(11)V99 COMP-3.

      *> Pass-through - at least AML-PTHR-MIN-CREDIT credited on
      *> BAD1 in the last AML-PTHR-DAYS days, with AML-PTHR-PCT
      *> percent or more of it paid back out on PAD1 in that window.
       01  WS-PTHR-SWITCH                   PIC X(1).
           88  WS-PTHR-ACTIVE               VALUE 'Y'.
       01  WS-PTHR-DAYS                     PIC S9(5) COMP.
       01  WS-PTHR-MIN-CREDIT               PIC S9(11)V99 COMP-3.
       01  WS-PTHR-PCT                      PIC S9(3)V99 COMP-3.
       01  WS-PTHR-FROM-DATE                PIC X(10).
       01  WS-PTHR-CREDIT-TOTAL             PIC S9(11)V99 COMP-3.
       01  WS-PTHR-CREDIT-COUNT             PIC S9(9) COMP.
       01  WS-PTHR-TRIGGER                  PIC S9(11)V99 COMP-3.

      *> Dormant mover - AML-DORM-MIN or more paid out in the last
      *> AML-DORM-DAYS days by a customer with history on file but
      *> nothing at all on BAD1 or PAD1 in the AML-DORM-IDLE-DAYS
      *> before that.
       01  WS-DORM-SWITCH                   PIC X(1).
           88  WS-DORM-ACTIVE               VALUE 'Y'.
       01  WS-DORM-DAYS                     PIC S9(5) COMP.
       01  WS-DORM-IDLE-DAYS                PIC S9(5) COMP.
       01  WS-DORM-MIN                      PIC S9(11)V99 COMP-3.
       01  WS-DORM-FROM-DATE                PIC X(10).
       01  WS-DORM-IDLE-FROM-DATE           PIC X(10).

      *> Date arithmetic work fields
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-RUN-DATE-INTEGER              PIC S9(9) COMP.
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.
       01  WS-DAYS-BACK                     PIC S9(5) COMP.
       01  WS-WINDOW-DATE                   PIC X(10).

      *> Grouped fetch targets and per-customer accumulators
       01  WS-SUM-AMOUNT                    PIC S9(11)V99 COMP-3.
       01  WS-SUM-COUNT                     PIC S9(9) COMP.
       01  WS-ROW-COUNT                     PIC S9(9) COMP.
       01  WS-BREAK-CUSTOMER                PIC X(10).
       01  WS-CUSTOMER-TOTAL                PIC S9(11)V99 COMP-3.
       01  WS-CUSTOMER-COUNT                PIC S9(9) COMP.

       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.
       01  WS-CONVERT-CURRENCY              PIC X(3).
       01  WS-CONVERT-AMOUNT                PIC S9(11)V99 COMP-3.
       01  WS-BASE-AMOUNT                   PIC S9(11)V99 COMP-3.
       01  WS-CONVERT-SWITCH                PIC X(1).
           88  WS-CONVERTED                 VALUE 'Y'.

      *> The alert being raised
       01  WS-ALERT-CUSTOMER                PIC X(10).
       01  WS-ALERT-SCENARIO                PIC X(4).
       01  WS-ALERT-FROM-DATE               PIC X(10).
       01  WS-ALERT-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-ALERT-COUNT                   PIC S9(9) COMP.
       01  WS-ALERT-DETAIL                  PIC X(60).
       01  WS-ALERT-RESULT                  PIC X(20).

       01  WS-ROW-SWITCH                    PIC X(1).
           88  WS-ROWS-DONE                 VALUE 'Y'.
       01  WS-OUTBOUND-SWITCH               PIC X(1).
           88  WS-OUTBOUND-DONE             VALUE 'Y'.

       01  WS-STRC-RAISED                   PIC 9(7) VALUE 0.
       01  WS-PTHR-RAISED                   PIC 9(7) VALUE 0.
       01  WS-DORM-RAISED                   PIC 9(7) VALUE 0.
       01  WS-ALERT-TOTAL                   PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Ordinary outbound payments in the structuring window -
      *> rejected payments moved nothing, collections are drawn by
      *> the creditor, and reversals and refunds carry a negative
      *> amount, so none of them is the customer breaking a sum up.
       EXEC SQL
           DECLARE STRC-PAYMENT-CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, PAYMENT_AMOUNT, PAYMENT_CURRENCY
               FROM PAD1
               WHERE PAYMENT_DATE >= :WS-STRC-FROM-DATE
                 AND PAYMENT_DATE <= :WS-PARM-RUN-DATE
                 AND PAYMENT_AMOUNT > 0
                 AND PAYMENT_STATUS_CODE <> 'R'
                 AND MANDATE_ID = ' '
               ORDER BY CUSTOMER_ID
       END-EXEC.

      *> Customers credited at least the pass-through minimum in
      *> the window - BAD1 is kept in the base currency.
       EXEC SQL
           DECLARE PTHR-CREDIT-CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, SUM(TRANSACTION_AMOUNT), COUNT(*)
               FROM BAD1
               WHERE TRANSACTION_TYPE_CODE = 'C'
                 AND TRANSACTION_DATE >= :WS-PTHR-FROM-DATE
                 AND TRANSACTION_DATE <= :WS-PARM-RUN-DATE
               GROUP BY CUSTOMER_ID
               HAVING SUM(TRANSACTION_AMOUNT) >= :WS-PTHR-MIN-CREDIT
               ORDER BY CUSTOMER_ID
       END-EXEC.

      *> What one credited customer paid out over the same window,
      *> one row per payment currency.
       EXEC SQL
           DECLARE PTHR-OUTBOUND-CURSOR CURSOR FOR
               SELECT PAYMENT_CURRENCY, SUM(PAYMENT_AMOUNT), COUNT(*)
               FROM PAD1
               WHERE CUSTOMER_ID = :WS-BREAK-CUSTOMER
                 AND PAYMENT_DATE >= :WS-PTHR-FROM-DATE
                 AND PAYMENT_DATE <= :WS-PARM-RUN-DATE
                 AND PAYMENT_AMOUNT > 0
                 AND PAYMENT_STATUS_CODE <> 'R'
                 AND MANDATE_ID = ' '
               GROUP BY PAYMENT_CURRENCY
       END-EXEC.

      *> Everything paid out in the dormant-mover window, per
      *> customer and currency.
       EXEC SQL
           DECLARE DORM-PAYMENT-CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, PAYMENT_CURRENCY,
                      SUM(PAYMENT_AMOUNT), COUNT(*)
               FROM PAD1
               WHERE PAYMENT_DATE >= :WS-DORM-FROM-DATE
                 AND PAYMENT_DATE <= :WS-PARM-RUN-DATE
                 AND PAYMENT_AMOUNT > 0
                 AND PAYMENT_STATUS_CODE <> 'R'
                 AND MANDATE_ID = ' '
               GROUP BY CUSTOMER_ID, PAYMENT_CURRENCY
               ORDER BY CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Nightly anti-money-laundering transaction monitoring. Each
      *> scenario reads the BAD1/PAD1 history over its own window
      *> and raises an AMC1 alert case per customer it fires on, for
      *> an investigator to work through AMM1. A customer whose case
      *> for the same scenario is still being worked, or was raised
      *> inside the current window, is not raised again.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-SCENARIO-SETTINGS
           OPEN OUTPUT AMS1-PRINT-FILE
           MOVE 'CUSTOMER   SCEN  TXNS          AMOUNT  DETAIL'
               TO WS-PRINT-LINE
           MOVE 'RESULT' TO WS-PRINT-LINE(110:6)
           PERFORM WRITE-REPORT-LINE
           IF WS-STRC-ACTIVE
               PERFORM RUN-STRUCTURING-SCENARIO
           END-IF
           IF WS-PTHR-ACTIVE
               PERFORM RUN-PASS-THROUGH-SCENARIO
           END-IF
           IF WS-DORM-ACTIVE
               PERFORM RUN-DORMANT-MOVER-SCENARIO
           END-IF
           PERFORM PRINT-FINAL-TOTALS
           CLOSE AMS1-PRINT-FILE
           DISPLAY "AMS1 AML monitoring for " WS-PARM-RUN-DATE
               " - alerts raised " WS-ALERT-TOTAL
               ", already under a case " WS-SUPPRESSED-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS).

       READ-BUSINESS-DATE.
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

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'AMS1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "AMS1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'AMS1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'AMS1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 4 tells operations the investigators have new cases;
      *> RC 8 that an alert could not be written and needs a look.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-ALERT-TOTAL TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-ALERT-TOTAL > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LOAD-SCENARIO-SETTINGS.
           MOVE 'AML-STRC-ACTIVE' TO WS-CFG-PARM-NAME
           PERFORM READ-CFG-FLAG
           MOVE WS-CFG-FLAG TO WS-STRC-SWITCH
           MOVE 'AML-STRC-DAYS' TO WS-CFG-PARM-NAME
           MOVE 7 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-STRC-DAYS
           MOVE 'AML-STRC-COUNT' TO WS-CFG-PARM-NAME
           MOVE 3 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-STRC-COUNT
           MOVE 'AML-STRC-BAND-PCT' TO WS-CFG-PARM-NAME
           MOVE 10 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-STRC-BAND-PCT
      *> The band hangs off the same threshold REG1 reports at, so
      *> the two cannot drift apart.
           MOVE 'REG-LARGE-PAY-MIN' TO WS-CFG-PARM-NAME
           MOVE 10000 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-REPORT-THRESHOLD
           COMPUTE WS-BAND-FLOOR ROUNDED = WS-REPORT-THRESHOLD
               * (100 - WS-STRC-BAND-PCT) / 100
           MOVE WS-STRC-DAYS TO WS-DAYS-BACK
           PERFORM COMPUTE-WINDOW-START
           MOVE WS-WINDOW-DATE TO WS-STRC-FROM-DATE

           MOVE 'AML-PTHR-ACTIVE' TO WS-CFG-PARM-NAME
           PERFORM READ-CFG-FLAG
           MOVE WS-CFG-FLAG TO WS-PTHR-SWITCH
           MOVE 'AML-PTHR-DAYS' TO WS-CFG-PARM-NAME
           MOVE 3 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-PTHR-DAYS
           MOVE 'AML-PTHR-MIN-CREDIT' TO WS-CFG-PARM-NAME
           MOVE 5000 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-PTHR-MIN-CREDIT
           MOVE 'AML-PTHR-PCT' TO WS-CFG-PARM-NAME
           MOVE 80 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-PTHR-PCT
           MOVE WS-PTHR-DAYS TO WS-DAYS-BACK
           PERFORM COMPUTE-WINDOW-START
           MOVE WS-WINDOW-DATE TO WS-PTHR-FROM-DATE

           MOVE 'AML-DORM-ACTIVE' TO WS-CFG-PARM-NAME
           PERFORM READ-CFG-FLAG
           MOVE WS-CFG-FLAG TO WS-DORM-SWITCH
           MOVE 'AML-DORM-DAYS' TO WS-CFG-PARM-NAME
           MOVE 7 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-DORM-DAYS
           MOVE 'AML-DORM-IDLE-DAYS' TO WS-CFG-PARM-NAME
           MOVE 365 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-DORM-IDLE-DAYS
           MOVE 'AML-DORM-MIN' TO WS-CFG-PARM-NAME
           MOVE 10000 TO WS-CFG-DEFAULT
           PERFORM READ-CFG-NUMBER
           MOVE WS-CFG-NUMBER TO WS-DORM-MIN
           MOVE WS-DORM-DAYS TO WS-DAYS-BACK
           PERFORM COMPUTE-WINDOW-START
           MOVE WS-WINDOW-DATE TO WS-DORM-FROM-DATE
           COMPUTE WS-DAYS-BACK = WS-DORM-DAYS + WS-DORM-IDLE-DAYS
           PERFORM COMPUTE-WINDOW-START
           MOVE WS-WINDOW-DATE TO WS-DORM-IDLE-FROM-DATE.

       READ-CFG-FLAG.
           MOVE 'Y' TO WS-CFG-FLAG
           MOVE WS-CFG-PARM-NAME TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC(1:1) = 'N'
               MOVE 'N' TO WS-CFG-FLAG
           END-IF.

       READ-CFG-NUMBER.
           MOVE WS-CFG-DEFAULT TO WS-CFG-NUMBER
           MOVE WS-CFG-PARM-NAME TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-CFG-NUMBER =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF.

       COMPUTE-WINDOW-START.
      *> A window of N days ends on the run date and takes in the
      *> N-1 days before it.
           COMPUTE WS-DATE-INTEGER =
               WS-RUN-DATE-INTEGER - WS-DAYS-BACK + 1
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-WINDOW-DATE.

       RUN-STRUCTURING-SCENARIO.
           MOVE SPACES TO WS-BREAK-CUSTOMER
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE 0 TO WS-CUSTOMER-COUNT
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL
               OPEN STRC-PAYMENT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH STRC-PAYMENT-CURSOR
                   INTO :PAD1-REC.CUSTOMER-ID,
                        :PAD1-REC.PAYMENT-AMOUNT,
                        :PAD1-REC.PAYMENT-CURRENCY
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   IF CUSTOMER-ID OF PAD1-REC NOT = WS-BREAK-CUSTOMER
                       PERFORM CLOSE-STRUCTURING-CUSTOMER
                       MOVE CUSTOMER-ID OF PAD1-REC
                           TO WS-BREAK-CUSTOMER
                   END-IF
                   PERFORM WEIGH-STRUCTURING-PAYMENT
               END-IF
           END-PERFORM
           PERFORM CLOSE-STRUCTURING-CUSTOMER
           EXEC SQL
               CLOSE STRC-PAYMENT-CURSOR
           END-EXEC.

       WEIGH-STRUCTURING-PAYMENT.
      *> Foreign-currency payments are weighed at their base value,
      *> the way REG1 weighs them against the threshold itself.
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO WS-CONVERT-CURRENCY
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO WS-CONVERT-AMOUNT
           PERFORM CONVERT-TO-BASE
           IF WS-CONVERTED
               IF WS-BASE-AMOUNT NOT < WS-BAND-FLOOR
                   AND WS-BASE-AMOUNT < WS-REPORT-THRESHOLD
                   ADD 1 TO WS-CUSTOMER-COUNT
                   ADD WS-BASE-AMOUNT TO WS-CUSTOMER-TOTAL
               END-IF
           END-IF.

       CLOSE-STRUCTURING-CUSTOMER.
           IF WS-BREAK-CUSTOMER NOT = SPACES
               AND WS-CUSTOMER-COUNT NOT < WS-STRC-COUNT
               MOVE WS-BREAK-CUSTOMER TO WS-ALERT-CUSTOMER
               MOVE 'STRC' TO WS-ALERT-SCENARIO
               MOVE WS-STRC-FROM-DATE TO WS-ALERT-FROM-DATE
               MOVE WS-CUSTOMER-TOTAL TO WS-ALERT-AMOUNT
               MOVE WS-CUSTOMER-COUNT TO WS-ALERT-COUNT
               MOVE WS-REPORT-THRESHOLD TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'Payments just under the reporting threshold of'
                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
               PERFORM RAISE-ALERT
           END-IF
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE 0 TO WS-CUSTOMER-COUNT.

       RUN-PASS-THROUGH-SCENARIO.
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL
               OPEN PTHR-CREDIT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH PTHR-CREDIT-CURSOR
                   INTO :WS-BREAK-CUSTOMER,
                        :WS-PTHR-CREDIT-TOTAL,
                        :WS-PTHR-CREDIT-COUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   PERFORM WEIGH-PASS-THROUGH-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE PTHR-CREDIT-CURSOR
           END-EXEC.

       WEIGH-PASS-THROUGH-CUSTOMER.
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE 0 TO WS-CUSTOMER-COUNT
           MOVE 'N' TO WS-OUTBOUND-SWITCH
           EXEC SQL
               OPEN PTHR-OUTBOUND-CURSOR
           END-EXEC
           PERFORM UNTIL WS-OUTBOUND-DONE
               EXEC SQL
                   FETCH PTHR-OUTBOUND-CURSOR
                   INTO :PAD1-REC.PAYMENT-CURRENCY,
                        :WS-SUM-AMOUNT, :WS-SUM-COUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-OUTBOUND-DONE TO TRUE
               ELSE
                   MOVE PAYMENT-CURRENCY OF PAD1-REC
                       TO WS-CONVERT-CURRENCY
                   MOVE WS-SUM-AMOUNT TO WS-CONVERT-AMOUNT
                   PERFORM CONVERT-TO-BASE
                   IF WS-CONVERTED
                       ADD WS-BASE-AMOUNT TO WS-CUSTOMER-TOTAL
                       ADD WS-SUM-COUNT TO WS-CUSTOMER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE PTHR-OUTBOUND-CURSOR
           END-EXEC
           COMPUTE WS-PTHR-TRIGGER ROUNDED =
               WS-PTHR-CREDIT-TOTAL * WS-PTHR-PCT / 100
           IF WS-CUSTOMER-COUNT > 0
               AND WS-CUSTOMER-TOTAL NOT < WS-PTHR-TRIGGER
               MOVE WS-BREAK-CUSTOMER TO WS-ALERT-CUSTOMER
               MOVE 'PTHR' TO WS-ALERT-SCENARIO
               MOVE WS-PTHR-FROM-DATE TO WS-ALERT-FROM-DATE
               MOVE WS-CUSTOMER-TOTAL TO WS-ALERT-AMOUNT
               COMPUTE WS-ALERT-COUNT =
                   WS-CUSTOMER-COUNT + WS-PTHR-CREDIT-COUNT
               MOVE WS-PTHR-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'Paid out after credits in of' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL
               PERFORM RAISE-ALERT
           END-IF.

       RUN-DORMANT-MOVER-SCENARIO.
           MOVE SPACES TO WS-BREAK-CUSTOMER
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE 0 TO WS-CUSTOMER-COUNT
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL
               OPEN DORM-PAYMENT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH DORM-PAYMENT-CURSOR
                   INTO :PAD1-REC.CUSTOMER-ID,
                        :PAD1-REC.PAYMENT-CURRENCY,
                        :WS-SUM-AMOUNT, :WS-SUM-COUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   IF CUSTOMER-ID OF PAD1-REC NOT = WS-BREAK-CUSTOMER
                       PERFORM CLOSE-DORMANT-CUSTOMER
                       MOVE CUSTOMER-ID OF PAD1-REC
                           TO WS-BREAK-CUSTOMER
                   END-IF
                   MOVE PAYMENT-CURRENCY OF PAD1-REC
                       TO WS-CONVERT-CURRENCY
                   MOVE WS-SUM-AMOUNT TO WS-CONVERT-AMOUNT
                   PERFORM CONVERT-TO-BASE
                   IF WS-CONVERTED
                       ADD WS-BASE-AMOUNT TO WS-CUSTOMER-TOTAL
                       ADD WS-SUM-COUNT TO WS-CUSTOMER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-DORMANT-CUSTOMER
           EXEC SQL
               CLOSE DORM-PAYMENT-CURSOR
           END-EXEC.

       CLOSE-DORMANT-CUSTOMER.
           IF WS-BREAK-CUSTOMER NOT = SPACES
               AND WS-CUSTOMER-TOTAL NOT < WS-DORM-MIN
               PERFORM CHECK-CUSTOMER-WAS-DORMANT
           END-IF
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE 0 TO WS-CUSTOMER-COUNT.

       CHECK-CUSTOMER-WAS-DORMANT.
      *> Dormant means the same thing DRM1 sweeps on - nothing on
      *> BAD1 or PAD1 - across the idle period before the window.
      *> A customer with no history at all before it is new, not
      *> dormant, and is left to the other scenarios.
           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-BREAK-CUSTOMER
                 AND TRANSACTION_DATE >= :WS-DORM-IDLE-FROM-DATE
                 AND TRANSACTION_DATE < :WS-DORM-FROM-DATE
           END-EXEC
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM PAD1
                   WHERE CUSTOMER_ID = :WS-BREAK-CUSTOMER
                     AND PAYMENT_DATE >= :WS-DORM-IDLE-FROM-DATE
                     AND PAYMENT_DATE < :WS-DORM-FROM-DATE
               END-EXEC
           END-IF
           IF WS-ROW-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM BAD1
                   WHERE CUSTOMER_ID = :WS-BREAK-CUSTOMER
                     AND TRANSACTION_DATE < :WS-DORM-IDLE-FROM-DATE
               END-EXEC
               IF WS-ROW-COUNT > 0
                   MOVE WS-BREAK-CUSTOMER TO WS-ALERT-CUSTOMER
                   MOVE 'DORM' TO WS-ALERT-SCENARIO
                   MOVE WS-DORM-FROM-DATE TO WS-ALERT-FROM-DATE
                   MOVE WS-CUSTOMER-TOTAL TO WS-ALERT-AMOUNT
                   MOVE WS-CUSTOMER-COUNT TO WS-ALERT-COUNT
                   MOVE WS-DORM-IDLE-DAYS TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING 'Large sums paid out after' WS-EDIT-COUNT
                       ' idle days'
                       DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

       CONVERT-TO-BASE.
      *> A currency with no rate as at the run date cannot be
      *> weighed - it is left out of the sums and counted, so the
      *> missing rate shows on the report instead of a false alert.
           MOVE 'Y' TO WS-CONVERT-SWITCH
           MOVE WS-CONVERT-AMOUNT TO WS-BASE-AMOUNT
           IF WS-CONVERT-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE SPACES TO EXM1-COMM-AREA
               MOVE WS-CONVERT-CURRENCY TO EXM1-FROM-CURRENCY
               MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
               MOVE WS-PARM-RUN-DATE TO EXM1-RATE-DATE-LIMIT
               MOVE WS-CONVERT-AMOUNT TO EXM1-AMOUNT
               CALL EXM1-PGM USING EXM1-COMM-AREA
               IF EXM1-RATE-FOUND
                   MOVE EXM1-CONVERTED-AMOUNT TO WS-BASE-AMOUNT
               ELSE
                   MOVE 'N' TO WS-CONVERT-SWITCH
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "AMS1: no rate for " WS-CONVERT-CURRENCY
                       " - amount left out of the scenario sums"
               END-IF
           END-IF.

       RAISE-ALERT.
      *> One case per customer and scenario while it is being
      *> worked - a case closed before this window opened does not
      *> stop a fresh pattern from being raised.
           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM AMC1
               WHERE CUSTOMER_ID = :WS-ALERT-CUSTOMER
                 AND SCENARIO_CODE = :WS-ALERT-SCENARIO
                 AND (ALERT_STATUS <> 'C'
                      OR RAISED_DATE >= :WS-ALERT-FROM-DATE)
           END-EXEC
           IF WS-ROW-COUNT > 0
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE 'ALREADY UNDER CASE' TO WS-ALERT-RESULT
           ELSE
               PERFORM INSERT-ALERT-CASE
           END-IF
           PERFORM PRINT-ALERT-LINE.

       INSERT-ALERT-CASE.
           MOVE WS-ALERT-CUSTOMER TO CUSTOMER-ID OF AMC1-REC
           MOVE WS-ALERT-SCENARIO TO SCENARIO-CODE OF AMC1-REC
           MOVE WS-PARM-RUN-DATE TO RAISED-DATE OF AMC1-REC
           MOVE WS-ALERT-AMOUNT TO ALERT-AMOUNT OF AMC1-REC
           MOVE WS-ALERT-COUNT TO ALERT-COUNT OF AMC1-REC
           MOVE WS-ALERT-DETAIL TO ALERT-DETAIL OF AMC1-REC
           MOVE 'O' TO ALERT-STATUS OF AMC1-REC
           MOVE SPACES TO ASSIGNED-USER OF AMC1-REC
           MOVE SPACES TO ESCALATE-USER OF AMC1-REC
           MOVE '0001-01-01' TO ESCALATE-DATE OF AMC1-REC
           MOVE SPACES TO CLOSE-USER OF AMC1-REC
           MOVE '0001-01-01' TO CLOSE-DATE OF AMC1-REC
           EXEC SQL
               INSERT INTO AMC1
                   (CUSTOMER_ID, SCENARIO_CODE, RAISED_DATE,
                    ALERT_AMOUNT, ALERT_COUNT, ALERT_DETAIL,
                    ALERT_STATUS, ASSIGNED_USER, ESCALATE_USER,
                    ESCALATE_DATE, CLOSE_USER, CLOSE_DATE)
               VALUES
                   (:AMC1-REC.CUSTOMER-ID, :AMC1-REC.SCENARIO-CODE,
                    :AMC1-REC.RAISED-DATE, :AMC1-REC.ALERT-AMOUNT,
                    :AMC1-REC.ALERT-COUNT, :AMC1-REC.ALERT-DETAIL,
                    :AMC1-REC.ALERT-STATUS, :AMC1-REC.ASSIGNED-USER,
                    :AMC1-REC.ESCALATE-USER, :AMC1-REC.ESCALATE-DATE,
                    :AMC1-REC.CLOSE-USER, :AMC1-REC.CLOSE-DATE)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ALERT-TOTAL
               MOVE 'CASE OPENED' TO WS-ALERT-RESULT
               EVALUATE WS-ALERT-SCENARIO
                   WHEN 'STRC'
                       ADD 1 TO WS-STRC-RAISED
                   WHEN 'PTHR'
                       ADD 1 TO WS-PTHR-RAISED
                   WHEN OTHER
                       ADD 1 TO WS-DORM-RAISED
               END-EVALUATE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'NOT WRITTEN - SEE LOG' TO WS-ALERT-RESULT
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "AMS1: " WS-ALERT-CUSTOMER " "
                   WS-ALERT-SCENARIO " not raised: " ERRM1-MESSAGE
           END-IF.

       PRINT-ALERT-LINE.
           MOVE WS-ALERT-CUSTOMER TO WS-PRINT-LINE(1:10)
           MOVE WS-ALERT-SCENARIO TO WS-PRINT-LINE(12:4)
           MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(16:7)
           MOVE WS-ALERT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(23:14)
           MOVE WS-ALERT-DETAIL TO WS-PRINT-LINE(39:60)
           MOVE WS-ALERT-RESULT TO WS-PRINT-LINE(110:20)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE AMS1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO AMS1-PRINT-RECORD
           STRING 'AMS1  AML TRANSACTION MONITORING ALERTS'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO AMS1-PRINT-RECORD
           WRITE AMS1-PRINT-RECORD
           MOVE SPACES TO AMS1-PRINT-RECORD
           WRITE AMS1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-STRC-RAISED TO WS-EDIT-COUNT
           STRING 'STRUCTURING ALERTS RAISED:           '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF NOT WS-STRC-ACTIVE
               MOVE '(SCENARIO SWITCHED OFF)' TO WS-PRINT-LINE(47:23)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PTHR-RAISED TO WS-EDIT-COUNT
           STRING 'PASS-THROUGH ALERTS RAISED:          '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF NOT WS-PTHR-ACTIVE
               MOVE '(SCENARIO SWITCHED OFF)' TO WS-PRINT-LINE(47:23)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DORM-RAISED TO WS-EDIT-COUNT
           STRING 'DORMANT-MOVER ALERTS RAISED:         '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF NOT WS-DORM-ACTIVE
               MOVE '(SCENARIO SWITCHED OFF)' TO WS-PRINT-LINE(47:23)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SUPPRESSED-COUNT TO WS-EDIT-COUNT
           STRING 'HITS ALREADY UNDER A CASE:           '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
           STRING 'AMOUNTS WITH NO RATE, LEFT OUT:      '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           STRING 'ALERTS NOT WRITTEN:                  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
