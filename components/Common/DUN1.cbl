       COPY CFG1SQL.
       COPY CCT1SQL.
       COPY BDR1SQL.
       COPY PTP1SQL.
       COPY PTI1SQL.
       COPY BAD1SQL.
       COPY PAD1SQL.

       FILE SECTION.
       FD  DUN1-LETTER-FILE.
           *> The overdue position (implied decimal)
           05  DUN1-LTR-STAGE       PIC 9(1).
           *> 1=reminder, 2=final notice, 3=collections handoff
           05  DUN1-LTR-CASE-NUMBER PIC 9(9).
           *> Dunning case number for the customer to quote with
           *> the payment (see LBX1)
           05  DUN1-LTR-TYPE        PIC X(1).
           *> 'S'=stage letter, 'B'=broken promise - a missed PTP1
           *> instalment, dunning resumed at DUN1-LTR-STAGE

       FD  DUN1-EMAIL-FILE.
       01  DUN1-EMAIL-RECORD                PIC X(118).

       WORKING-STORAGE SECTION.

       COPY CFG1REC.
       COPY CCT1REC.
       COPY BDR1REC.
       COPY PTP1REC.
       COPY PTI1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared correspondence-address selection - the customer's
      *> general mailing address when one is kept, else CAD1's.
       COPY ADS1.
       01  ADS1-PGM                         PIC X(8) VALUE 'ADS1'.

       01  WS-LETTER-STATUS                 PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

       01  WS-STAGE2-COUNT                  PIC 9(7) VALUE 0.
       01  WS-STAGE3-COUNT                  PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT                  PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-RESET-COUNT                   PIC S9(9) COMP VALUE 0.

      *> A returned direct debit enters dunning already overdue - its
      *> age counts from the stage-one day, so the reminder goes the
      *> night BRT1 or RPG1 opens it and the later stages keep the
      *> same gaps the watch schedule has.
       01  WS-RETURNED-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-RETURNED-DONE             VALUE 'Y'.
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-RUN-INTEGER                   PIC S9(9) COMP.
       01  WS-OPEN-INTEGER                  PIC S9(9) COMP.

      *> Promise-to-pay arrangements (PTP1) - a debt under an active
      *> arrangement is held at its stage while the instalments
      *> arrive. Money in is counted from the day of the promise:
      *> BAD1 credits, which roll into the base currency only, and
      *> PAD1 payments in the arrangement's currency. An instalment
      *> not covered PTP-GRACE-DAYS (CFG1, default three) after it
      *> fell due breaks the arrangement.
       01  WS-GRACE-PARM                    PIC X(20)
           VALUE 'PTP-GRACE-DAYS'.
       01  WS-GRACE-DAYS                    PIC 9(4).
       01  WS-GRACE-CUTOFF                  PIC X(10).
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.
       01  WS-ARRANGEMENT-SWITCH            PIC X(1) VALUE 'N'.
           88  WS-ARRANGEMENTS-DONE         VALUE 'Y'.
       01  WS-BROKEN-SWITCH                 PIC X(1).
           88  WS-PROMISE-BROKEN            VALUE 'Y'.
       01  WS-ALL-PAID-SWITCH               PIC X(1).
           88  WS-ALL-PAID                  VALUE 'Y'.
       01  WS-FROZEN-SWITCH                 PIC X(1).
           88  WS-DEBT-FROZEN               VALUE 'Y'.
       01  WS-MONEY-IN                      PIC S9(11)V99 COMP-3.
       01  WS-BAD1-MONEY-IN                 PIC S9(11)V99 COMP-3.
       01  WS-CUMULATIVE-DUE                PIC S9(11)V99 COMP-3.
       01  WS-INSTALMENT-IX                 PIC S9(9) COMP.
       01  WS-MATCH-COUNT                   PIC S9(9) COMP.
       01  WS-LETTER-TYPE                   PIC X(1) VALUE 'S'.
       01  WS-FROZEN-COUNT                  PIC 9(7) VALUE 0.
       01  WS-KEPT-COUNT                    PIC 9(7) VALUE 0.
       01  WS-BROKEN-COUNT                  PIC 9(7) VALUE 0.

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every position on the negative watch, with its age - the
               ORDER BY W.CUSTOMER_ID, W.BALANCE_CURRENCY
       END-EXEC.

      *> Every open returned-direct-debit debt, with the customer's
      *> name and address for its letter.
       EXEC SQL
           DECLARE RETURNED-DEBT-CURSOR CURSOR FOR
               SELECT D.CUSTOMER_ID, D.BALANCE_CURRENCY,
                      D.DUNNING_STAGE, D.OPEN_DATE, D.DEBT_REFERENCE,
                      D.DEBT_AMOUNT, D.CASE_NUMBER, D.STAGE_DATE,
                      C.CUSTOMER_NAME, C.CUSTOMER_ADDRESS
               FROM DUN1 D
               INNER JOIN CAD1 C
                   ON C.CUSTOMER_ID = D.CUSTOMER_ID
               WHERE D.DUNNING_STATUS = 'O'
                 AND D.DEBT_SOURCE = 'R'
               ORDER BY D.CUSTOMER_ID, D.DEBT_REFERENCE
       END-EXEC.

      *> Every arrangement still running, with the customer's name
      *> and address for a broken-promise letter.
       EXEC SQL
           DECLARE ARRANGEMENT-CURSOR CURSOR FOR
               SELECT P.CUSTOMER_ID, P.BALANCE_CURRENCY,
                      P.ARRANGEMENT_DATE, P.CASE_NUMBER,
                      P.ARRANGED_AMOUNT, P.INSTALMENT_COUNT,
                      P.FROZEN_STAGE,
                      C.CUSTOMER_NAME, C.CUSTOMER_ADDRESS
               FROM PTP1 P
               INNER JOIN CAD1 C
                   ON C.CUSTOMER_ID = P.CUSTOMER_ID
               WHERE P.ARRANGEMENT_STATUS = 'A'
               ORDER BY P.CUSTOMER_ID, P.BALANCE_CURRENCY
       END-EXEC.

      *> Everything currently at each stage, for the daily report.
       EXEC SQL
           DECLARE OPEN-DUNNING-CURSOR CURSOR FOR
      *> reminder / final notice / collections on the CFG1 day
      *> schedule, each stage mails its letter the day it fires,
      *> and a debt whose money arrived (the watch row is gone)
      *> closes automatically. Promise-to-pay arrangements are
      *> checked first, so a promise broken today resumes dunning
      *> tonight and a kept one is out of the way.
           PERFORM READ-PARM-CARD
           DISPLAY "===== DUN1 DUNNING RUN " WS-PARM-RUN-DATE
               " ====="
           OPEN OUTPUT DUN1-LETTER-FILE
           OPEN OUTPUT DUN1-EMAIL-FILE
           PERFORM WORK-ARRANGEMENTS
           PERFORM WORK-WATCHED-DEBTS
           PERFORM WORK-RETURNED-DEBTS
           PERFORM CLOSE-RECOVERED-DEBTS
           CLOSE DUN1-LETTER-FILE
           CLOSE DUN1-EMAIL-FILE
           PERFORM PRINT-STAGE-REPORT
           DISPLAY " "
           DISPLAY "Stage letters written:   " WS-LETTER-COUNT
           DISPLAY "Paper held - returned:   " WS-SUPPRESSED-COUNT
           DISPLAY "Debts closed - money in: " WS-RESET-COUNT
           DISPLAY "Held - promise to pay:   " WS-FROZEN-COUNT
           DISPLAY "Promises kept:           " WS-KEPT-COUNT
           DISPLAY "Promises broken:         " WS-BROKEN-COUNT
           DISPLAY "================================================="
           STOP RUN.

           IF WS-PARM-FOUND
               COMPUTE WS-STAGE3-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           MOVE 3 TO WS-GRACE-DAYS
           MOVE WS-GRACE-PARM TO PARM-NAME OF CFG1-REC
           PERFORM READ-ONE-PARM
           IF WS-PARM-FOUND
               COMPUTE WS-GRACE-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - WS-GRACE-DAYS)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-GRACE-CUTOFF.

       READ-BUSINESS-DATE.
           EXEC SQL
               SET WS-PARM-FOUND TO TRUE
           END-IF.

       WORK-ARRANGEMENTS.
           MOVE 'N' TO WS-ARRANGEMENT-SWITCH
           EXEC SQL
               OPEN ARRANGEMENT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ARRANGEMENTS-DONE
               EXEC SQL
                   FETCH ARRANGEMENT-CURSOR
                   INTO :PTP1-REC.CUSTOMER-ID,
                        :PTP1-REC.BALANCE-CURRENCY,
                        :PTP1-REC.ARRANGEMENT-DATE,
                        :PTP1-REC.CASE-NUMBER,
                        :PTP1-REC.ARRANGED-AMOUNT,
                        :PTP1-REC.INSTALMENT-COUNT,
                        :PTP1-REC.FROZEN-STAGE,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ARRANGEMENTS-DONE TO TRUE
               ELSE
                   PERFORM WORK-ONE-ARRANGEMENT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE ARRANGEMENT-CURSOR
           END-EXEC.

       WORK-ONE-ARRANGEMENT.
      *> A customer whose debts have all closed has kept the promise
      *> whatever the schedule says. Otherwise each instalment is
      *> settled once the money in since the promise covers it and
      *> everything due before it.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MATCH-COUNT
               FROM DUN1
               WHERE CUSTOMER_ID = :PTP1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :PTP1-REC.BALANCE-CURRENCY
                 AND DUNNING_STATUS = 'O'
           END-EXEC
           IF SQLCODE = 0 AND WS-MATCH-COUNT = 0
               PERFORM KEEP-ARRANGEMENT
           ELSE
               PERFORM SUM-MONEY-IN
               MOVE 0 TO WS-CUMULATIVE-DUE
               MOVE 'N' TO WS-BROKEN-SWITCH
               MOVE 'Y' TO WS-ALL-PAID-SWITCH
               PERFORM VARYING WS-INSTALMENT-IX FROM 1 BY 1
                   UNTIL WS-INSTALMENT-IX >
                         INSTALMENT-COUNT OF PTP1-REC
                      OR WS-PROMISE-BROKEN
                   PERFORM CHECK-ONE-INSTALMENT
               END-PERFORM
               IF WS-PROMISE-BROKEN
                   PERFORM BREAK-ARRANGEMENT
               ELSE
                   IF WS-ALL-PAID
                       PERFORM KEEP-ARRANGEMENT
                   END-IF
               END-IF
           END-IF.

       SUM-MONEY-IN.
           MOVE 0 TO WS-MONEY-IN
           MOVE 0 TO WS-BAD1-MONEY-IN
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :WS-MONEY-IN
               FROM PAD1
               WHERE CUSTOMER_ID = :PTP1-REC.CUSTOMER-ID
                 AND PAYMENT_CURRENCY = :PTP1-REC.BALANCE-CURRENCY
                 AND PAYMENT_AMOUNT > 0
                 AND PAYMENT_STATUS_CODE <> 'R'
                 AND PAYMENT_DATE >= :PTP1-REC.ARRANGEMENT-DATE
                 AND PAYMENT_DATE <= :WS-PARM-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-MONEY-IN
           END-IF
           IF BALANCE-CURRENCY OF PTP1-REC = WS-BASE-CURRENCY
               EXEC SQL
                   SELECT COALESCE(SUM(TRANSACTION_AMOUNT), 0)
                   INTO :WS-BAD1-MONEY-IN
                   FROM BAD1
                   WHERE CUSTOMER_ID = :PTP1-REC.CUSTOMER-ID
                     AND TRANSACTION_TYPE_CODE = 'C'
                     AND TRANSACTION_DATE >=
                         :PTP1-REC.ARRANGEMENT-DATE
                     AND TRANSACTION_DATE <= :WS-PARM-RUN-DATE
               END-EXEC
               IF SQLCODE = 0
                   ADD WS-BAD1-MONEY-IN TO WS-MONEY-IN
               END-IF
           END-IF.

       CHECK-ONE-INSTALMENT.
           EXEC SQL
               SELECT DUE_DATE, DUE_AMOUNT, INSTALMENT_STATUS
               INTO :PTI1-REC.DUE-DATE, :PTI1-REC.DUE-AMOUNT,
                    :PTI1-REC.INSTALMENT-STATUS
               FROM PTI1
               WHERE CUSTOMER_ID = :PTP1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :PTP1-REC.BALANCE-CURRENCY
                 AND ARRANGEMENT_DATE = :PTP1-REC.ARRANGEMENT-DATE
                 AND INSTALMENT_NUMBER = :WS-INSTALMENT-IX
           END-EXEC
           IF SQLCODE = 0
               ADD DUE-AMOUNT OF PTI1-REC TO WS-CUMULATIVE-DUE
               IF INSTALMENT-STATUS OF PTI1-REC = 'D'
                   IF WS-MONEY-IN >= WS-CUMULATIVE-DUE
                       MOVE 'P' TO INSTALMENT-STATUS OF PTI1-REC
                       PERFORM UPDATE-INSTALMENT
                   ELSE
                       MOVE 'N' TO WS-ALL-PAID-SWITCH
                       IF DUE-DATE OF PTI1-REC < WS-GRACE-CUTOFF
                           MOVE 'M' TO INSTALMENT-STATUS OF PTI1-REC
                           PERFORM UPDATE-INSTALMENT
                           SET WS-PROMISE-BROKEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       UPDATE-INSTALMENT.
           EXEC SQL
               UPDATE PTI1
               SET INSTALMENT_STATUS = :PTI1-REC.INSTALMENT-STATUS,
                   SETTLED_DATE = :WS-PARM-RUN-DATE
               WHERE CUSTOMER_ID = :PTP1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :PTP1-REC.BALANCE-CURRENCY
                 AND ARRANGEMENT_DATE = :PTP1-REC.ARRANGEMENT-DATE
                 AND INSTALMENT_NUMBER = :WS-INSTALMENT-IX
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "  Instalment " WS-INSTALMENT-IX " of "
                   CUSTOMER-ID OF PTP1-REC
                   " not updated, SQLCODE " SQLCODE
           END-IF.

       KEEP-ARRANGEMENT.
           MOVE 'K' TO ARRANGEMENT-STATUS OF PTP1-REC
           PERFORM UPDATE-ARRANGEMENT
           IF SQLCODE = 0
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       BREAK-ARRANGEMENT.
      *> The hold comes off and dunning picks up one stage on from
      *> where it was held, with a letter telling the customer why.
           MOVE 'B' TO ARRANGEMENT-STATUS OF PTP1-REC
           PERFORM UPDATE-ARRANGEMENT
           IF SQLCODE = 0
               ADD 1 TO WS-BROKEN-COUNT
               COMPUTE WS-TARGET-STAGE = FROZEN-STAGE OF PTP1-REC + 1
               IF WS-TARGET-STAGE > 3
                   MOVE 3 TO WS-TARGET-STAGE
               END-IF
               EXEC SQL
                   UPDATE DUN1
                   SET DUNNING_STAGE = :WS-TARGET-STAGE,
                       STAGE_DATE = :WS-PARM-RUN-DATE
                   WHERE CUSTOMER_ID = :PTP1-REC.CUSTOMER-ID
                     AND BALANCE_CURRENCY =
                         :PTP1-REC.BALANCE-CURRENCY
                     AND DUNNING_STATUS = 'O'
                     AND DUNNING_STAGE < :WS-TARGET-STAGE
               END-EXEC
               MOVE CUSTOMER-ID OF PTP1-REC
                   TO CUSTOMER-ID OF NGW1-REC
               MOVE BALANCE-CURRENCY OF PTP1-REC
                   TO BALANCE-CURRENCY OF NGW1-REC
               COMPUTE BALANCE-AMOUNT OF CBL1-REC =
                   WS-MONEY-IN - ARRANGED-AMOUNT OF PTP1-REC
               MOVE CASE-NUMBER OF PTP1-REC TO CASE-NUMBER OF DUN1-REC
               MOVE 'B' TO WS-LETTER-TYPE
               PERFORM WRITE-STAGE-LETTER
               MOVE 'S' TO WS-LETTER-TYPE
           END-IF.

       UPDATE-ARRANGEMENT.
           EXEC SQL
               UPDATE PTP1
               SET ARRANGEMENT_STATUS = :PTP1-REC.ARRANGEMENT-STATUS,
                   STATUS_DATE = :WS-PARM-RUN-DATE
               WHERE CUSTOMER_ID = :PTP1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :PTP1-REC.BALANCE-CURRENCY
                 AND ARRANGEMENT_DATE = :PTP1-REC.ARRANGEMENT-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "  Arrangement for " CUSTOMER-ID OF PTP1-REC
                   " not updated, SQLCODE " SQLCODE
           END-IF.

       WORK-WATCHED-DEBTS.
           MOVE 'N' TO WS-WATCH-SWITCH
           EXEC SQL
                   MOVE 0 TO WS-TARGET-STAGE
           END-EVALUATE
           IF WS-TARGET-STAGE > 0
               PERFORM CHECK-DEBT-FROZEN
               IF WS-DEBT-FROZEN
                   ADD 1 TO WS-FROZEN-COUNT
               ELSE
                   PERFORM PROGRESS-DEBT-STAGE
               END-IF
           END-IF.

       CHECK-DEBT-FROZEN.
      *> An active promise to pay holds every open debt of the
      *> customer in that currency where it stands.
           MOVE 'N' TO WS-FROZEN-SWITCH
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MATCH-COUNT
               FROM PTP1
               WHERE CUSTOMER_ID = :NGW1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :NGW1-REC.BALANCE-CURRENCY
                 AND ARRANGEMENT_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0 AND WS-MATCH-COUNT > 0
               SET WS-DEBT-FROZEN TO TRUE
           END-IF.

       PROGRESS-DEBT-STAGE.
           MOVE 'N' TO WS-ROW-FOUND-SWITCH
           MOVE 0 TO WS-CURRENT-STAGE
           EXEC SQL
               SELECT DUNNING_STAGE, CASE_NUMBER, STAGE_DATE
               INTO :WS-CURRENT-STAGE, :DUN1-REC.CASE-NUMBER,
                    :DUN1-REC.STAGE-DATE
               FROM DUN1
               WHERE CUSTOMER_ID = :NGW1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :NGW1-REC.BALANCE-CURRENCY
                 AND DUNNING_STATUS = 'O'
                 AND DEBT_SOURCE = ' '
           END-EXEC
           IF SQLCODE = 0
               SET WS-ROW-FOUND TO TRUE
           END-IF
      *> A debt whose promise was broken tonight has had its letter
      *> and moves on from that stage on a later night.
           IF NOT WS-ROW-FOUND
               PERFORM OPEN-DEBT-ROW
           ELSE
               IF WS-TARGET-STAGE > WS-CURRENT-STAGE
                   AND STAGE-DATE OF DUN1-REC NOT = WS-PARM-RUN-DATE
                   PERFORM ESCALATE-DEBT-ROW
               END-IF
           END-IF.
           MOVE WS-PARM-RUN-DATE TO STAGE-DATE OF DUN1-REC
           MOVE 'O' TO DUNNING-STATUS OF DUN1-REC
           MOVE '0001-01-01' TO CLOSE-DATE OF DUN1-REC
           PERFORM ASSIGN-CASE-NUMBER
           EXEC SQL
               INSERT INTO DUN1
                   (CUSTOMER_ID, BALANCE_CURRENCY, DUNNING_STAGE,
                    OPEN_DATE, STAGE_DATE, DUNNING_STATUS,
                    CLOSE_DATE, CASE_NUMBER)
               VALUES
                   (:DUN1-REC.CUSTOMER-ID,
                    :DUN1-REC.BALANCE-CURRENCY,
                    :DUN1-REC.DUNNING-STAGE, :DUN1-REC.OPEN-DATE,
                    :DUN1-REC.STAGE-DATE, :DUN1-REC.DUNNING-STATUS,
                    :DUN1-REC.CLOSE-DATE, :DUN1-REC.CASE-NUMBER)
           END-EXEC
           IF SQLCODE = 0
               PERFORM WRITE-STAGE-LETTER
                   CUSTOMER-ID OF NGW1-REC ": " ERRM1-MESSAGE
           END-IF.

       ASSIGN-CASE-NUMBER.
      *> Next number after the highest ever issued, the numbering
      *> STM2 gives its statements - BRT1 and RPG1 number their
      *> returned-debit cases the same way.
           EXEC SQL
               SELECT COALESCE(MAX(CASE_NUMBER), 0) + 1
               INTO :DUN1-REC.CASE-NUMBER
               FROM DUN1
           END-EXEC.

       ESCALATE-DEBT-ROW.
           EXEC SQL
               UPDATE DUN1
               WHERE CUSTOMER_ID = :NGW1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :NGW1-REC.BALANCE-CURRENCY
                 AND DUNNING_STATUS = 'O'
                 AND DEBT_SOURCE = ' '
           END-EXEC
           IF SQLCODE = 0
               PERFORM WRITE-STAGE-LETTER
                   CUSTOMER-ID OF NGW1-REC ": " ERRM1-MESSAGE
           END-IF.

       WORK-RETURNED-DEBTS.
           MOVE 'N' TO WS-RETURNED-SWITCH
           EXEC SQL
               OPEN RETURNED-DEBT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-RETURNED-DONE
               EXEC SQL
                   FETCH RETURNED-DEBT-CURSOR
                   INTO :DUN1-REC.CUSTOMER-ID,
                        :DUN1-REC.BALANCE-CURRENCY,
                        :DUN1-REC.DUNNING-STAGE,
                        :DUN1-REC.OPEN-DATE,
                        :DUN1-REC.DEBT-REFERENCE,
                        :DUN1-REC.DEBT-AMOUNT,
                        :DUN1-REC.CASE-NUMBER,
                        :DUN1-REC.STAGE-DATE,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-RETURNED-DONE TO TRUE
               ELSE
                   PERFORM WORK-ONE-RETURNED-DEBT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE RETURNED-DEBT-CURSOR
           END-EXEC.

       WORK-ONE-RETURNED-DEBT.
      *> The debt is dressed as a watch row - customer, currency,
      *> age, and the amount owed as a negative balance - so the
      *> stage schedule and the stage letter are the watch's own.
           STRING OPEN-DATE OF DUN1-REC(1:4) OPEN-DATE OF DUN1-REC(6:2)
                  OPEN-DATE OF DUN1-REC(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-OPEN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           MOVE CUSTOMER-ID OF DUN1-REC TO CUSTOMER-ID OF NGW1-REC
           MOVE BALANCE-CURRENCY OF DUN1-REC
               TO BALANCE-CURRENCY OF NGW1-REC
           COMPUTE NEG-DAYS OF NGW1-REC =
               WS-RUN-INTEGER - WS-OPEN-INTEGER + WS-STAGE1-DAYS
           COMPUTE BALANCE-AMOUNT OF CBL1-REC =
               DEBT-AMOUNT OF DUN1-REC * -1
           EVALUATE TRUE
               WHEN NEG-DAYS OF NGW1-REC >= WS-STAGE3-DAYS
                   MOVE 3 TO WS-TARGET-STAGE
               WHEN NEG-DAYS OF NGW1-REC >= WS-STAGE2-DAYS
                   MOVE 2 TO WS-TARGET-STAGE
               WHEN OTHER
                   MOVE 1 TO WS-TARGET-STAGE
           END-EVALUATE
           PERFORM CHECK-DEBT-FROZEN
           IF WS-DEBT-FROZEN
               ADD 1 TO WS-FROZEN-COUNT
           END-IF
           IF WS-TARGET-STAGE > DUNNING-STAGE OF DUN1-REC
               AND NOT WS-DEBT-FROZEN
               AND STAGE-DATE OF DUN1-REC NOT = WS-PARM-RUN-DATE
               EXEC SQL
                   UPDATE DUN1
                   SET DUNNING_STAGE = :WS-TARGET-STAGE,
                       STAGE_DATE = :WS-PARM-RUN-DATE
                   WHERE DEBT_SOURCE = 'R'
                     AND DEBT_REFERENCE = :DUN1-REC.DEBT-REFERENCE
                     AND DUNNING_STATUS = 'O'
               END-EXEC
               IF SQLCODE = 0
                   PERFORM WRITE-STAGE-LETTER
               ELSE
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   DISPLAY "  Dunning escalation failed for returned "
                       "debit " DEBT-REFERENCE OF DUN1-REC ": "
                       ERRM1-MESSAGE
               END-IF
           END-IF.

       WRITE-STAGE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO DUN1-LETTER-RECORD
           MOVE CUSTOMER-NAME OF CAD1-REC TO DUN1-LTR-NAME
           MOVE CUSTOMER-ID OF NGW1-REC TO ADS1-CUSTOMER-ID
           MOVE 'MAIL' TO ADS1-PURPOSE
           MOVE WS-PARM-RUN-DATE TO ADS1-AS-OF-DATE
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADS1-ADDRESS
           CALL ADS1-PGM USING ADS1-COMM-AREA
           MOVE ADS1-ADDRESS TO DUN1-LTR-ADDRESS
           MOVE BALANCE-CURRENCY OF NGW1-REC TO DUN1-LTR-CURRENCY
           MOVE BALANCE-AMOUNT OF CBL1-REC TO DUN1-LTR-AMOUNT
           MOVE WS-TARGET-STAGE TO DUN1-LTR-STAGE
           MOVE CASE-NUMBER OF DUN1-REC TO DUN1-LTR-CASE-NUMBER
           MOVE WS-LETTER-TYPE TO DUN1-LTR-TYPE
           PERFORM READ-LETTER-CHANNEL
           PERFORM REGISTER-CORRESPONDENCE
           EVALUATE TRUE
               WHEN WS-LETTER-CHANNEL = 'E'
                   WRITE DUN1-EMAIL-RECORD FROM DUN1-LETTER-RECORD
               WHEN CRW1-PAPER-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   WRITE DUN1-LETTER-RECORD
           END-EVALUATE
           DISPLAY "  Customer " CUSTOMER-ID OF NGW1-REC
               " " BALANCE-CURRENCY OF NGW1-REC
               " reached stage " WS-TARGET-STAGE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF NGW1-REC TO CRW1-CUSTOMER-ID
           MOVE 'DUN1' TO CRW1-DOCUMENT-TYPE
           MOVE DUN1-LTR-CASE-NUMBER TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE DUN1-LTR-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF NGW1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       READ-LETTER-CHANNEL.
      *> The 'LETR' preference wins, an 'ALL ' row covers the rest,
      *> no row at all means paper - and phone ('P') letters still
      *> A debt whose watch row is gone recovered - PAC1's
      *> confirmations or the balance roll brought the money in -
      *> and its dunning closes the same night, the automatic reset
      *> the desk never had. A returned direct debit is not on the
      *> watch and stays open until the money is received for it.
           EXEC SQL
               UPDATE DUN1
               SET DUNNING_STATUS = 'C',
                   CLOSE_DATE = :WS-PARM-RUN-DATE
               WHERE DUNNING_STATUS = 'O'
                 AND DEBT_SOURCE = ' '
                 AND NOT EXISTS
                     (SELECT 1 FROM NGW1 W
                      WHERE W.CUSTOMER_ID = DUN1.CUSTOMER_ID
