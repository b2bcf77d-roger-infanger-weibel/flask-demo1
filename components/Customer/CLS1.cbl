       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLS1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The closing statement - paper for the mailing house, and
      *> the same layout on the email file for a customer whose
      *> CCT1 statement preference says email.
           SELECT CLS1-PRINT-FILE ASSIGN TO CLS1STM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT CLS1-EMAIL-FILE ASSIGN TO CLS1EML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY DSP1SQL.
       COPY LGH1SQL.
       COPY CBL1SQL.
       COPY CBH1SQL.
       COPY INT1SQL.
       COPY BAD1SQL.
       COPY PAD1SQL.
       COPY STO1SQL.
       COPY MND1SQL.
       COPY STC1SQL.
       COPY STA1SQL.
       COPY CCT1SQL.

       FILE SECTION.
       FD  CLS1-PRINT-FILE.
       01  CLS1-PRINT-LINE                  PIC X(132).

       FD  CLS1-EMAIL-FILE.
       01  CLS1-EMAIL-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1REC.
       COPY CBH1REC.
       COPY INT1REC.
       COPY BAD1REC.
       COPY PAD1REC.
       COPY MND1REC.
       COPY STC1REC.
       COPY STA1REC.
       COPY CCT1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared ID-format validation
       COPY IDV1.
       01  IDV1-PGM                         PIC X(8) VALUE 'IDV1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Mandates are cancelled through MDM1 so each one lands its
      *> MND1_HIST row like any desk cancellation.
       COPY MDM1.
       01  MDM1-PGM                         PIC X(8) VALUE 'MDM1'.

      *> The final interest posts as a proper BAD1 credit
       COPY BAM3.
       01  BAM3-PGM                         PIC X(8) VALUE 'BAM3'.

      *> The payout goes out as an ordinary outbound payment
       COPY PAM2.
       01  PAM2-PGM                         PIC X(8) VALUE 'PAM2'.

      *> The customer leaves through the proper CAM3 path, with
      *> CAM3's own audit row
       COPY CAM3.
       01  CAM3-PGM                         PIC X(8) VALUE 'CAM3'.

      *> Customer notes - a refused or routed closure leaves a line
      *> on the customer's CNT1 trail for the desk.
       COPY CNM1.
       01  CNM1-PGM                         PIC X(8) VALUE 'CNM1'.

      *> Shared correspondence-address selection - the customer's
      *> statement address when one is kept, else CAD1's.
       COPY ADS1.
       01  ADS1-PGM                         PIC X(8) VALUE 'ADS1'.

      *> Shared correspondence register - the closing statement is
      *> logged on CRG1, and paper to an address the mailing house
      *> has returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       01  WS-PARM-CARD.
           05  WS-PARM-CUSTOMER-ID          PIC X(10).
           05  WS-PARM-BENEFICIARY-ID       PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).
           05  WS-PARM-SIGNATORY-REF        PIC X(10).
           05  WS-PARM-SECOND-SIGNATORY-REF PIC X(10).

       01  WS-RUN-DATE                      PIC X(10).
       01  WS-TODAY-DIGITS                  PIC X(8).
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

      *> A refused closure changes nothing; a failed one stopped
      *> part-way and says where. A negative balance is neither -
      *> the closure is routed to DUN1 dunning instead.
       01  WS-REFUSED-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-CLOSURE-REFUSED           VALUE 'Y'.
       01  WS-FAILED-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-CLOSURE-FAILED            VALUE 'Y'.
       01  WS-ROUTED-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-ROUTED-TO-DUNNING         VALUE 'Y'.
       01  WS-REFUSAL-REASON                PIC X(60).
       01  WS-ON-FILE-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-CUSTOMER-ON-FILE          VALUE 'Y'.

       01  WS-MATCH-COUNT                   PIC S9(9) COMP.

      *> The customer's live position per currency - the CBL1 row
      *> carried forward plus whatever BAD1/PAD1 activity CBR1 has
      *> not rolled in yet, so interest and payouts booked today
      *> count. BAD1 rolls into the base currency, the same 'USD'
      *> literal CBR1 and INA1 use.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.
       01  WS-POSITION-SWITCH               PIC X(1).
           88  WS-POSITIONS-DONE            VALUE 'Y'.
       01  WS-POSITION-CURRENCY             PIC X(3).
       01  WS-POSITION-AMOUNT               PIC S9(11)V99 COMP-3.
       01  WS-CREDIT-CURRENCIES             PIC 9(3) VALUE 0.
       01  WS-PAYOUT-MODE                   PIC X(1).
           88  WS-PAYOUT-PREVIEW            VALUE 'Y'.

      *> Final interest - the month before (when INA1 has not yet
      *> accrued it) and the current month to date, each under
      *> INA1's own month marker so the next INA1 run finds the
      *> customer already accrued.
       01  WS-ACCRUAL-START                 PIC X(10).
       01  WS-ACCRUAL-END                   PIC X(10).
       01  WS-MONTH-START                   PIC X(10).
       01  WS-PRIOR-MONTH-START             PIC X(10).
       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).
       01  WS-ACCRUAL-SWITCH                PIC X(1).
           88  WS-ACCRUAL-DONE              VALUE 'Y'.
       01  WS-DAY-INTEREST                  PIC S9(11)V9(6) COMP-3.
       01  WS-ACCRUED-INTEREST              PIC S9(11)V9(6) COMP-3.
       01  WS-ROUNDED-INTEREST              PIC S9(9)V99 COMP-3.
       01  WS-MONTH-MARKER.
           05  FILLER                       PIC X(3) VALUE 'INT'.
           05  WS-MARKER-YEAR               PIC X(4).
           05  WS-MARKER-MONTH              PIC X(2).
           05  FILLER                       PIC X(1) VALUE SPACE.

      *> Generated keys for the interest credit and the payouts - a
      *> '1' lead byte plus the run month/day and a sequence seeded
      *> from the time of day, so two closures on one day do not
      *> collide; the same scheme INA1, SOG1 and LFE1 use.
       01  WS-KEY-SEQUENCE                  PIC 9(5).
       01  WS-GENERATED-ID.
           05  FILLER                       PIC X(1) VALUE '1'.
           05  WS-GEN-MONTH-DAY             PIC X(4).
           05  WS-GEN-SEQUENCE              PIC 9(5).

      *> Closing statement - numbered on STC1 for the run day the
      *> way STF1 numbers a daily statement, archived on STA1 and
      *> covering the month to date.
       01  WS-STATEMENT-CHANNEL             PIC X(1).
       01  WS-ARCHIVE-SWITCH                PIC X(1).
           88  WS-ARCHIVE-THIS-ONE          VALUE 'Y'.
       01  WS-ARCHIVED-LINE-COUNT           PIC S9(9) COMP.
       01  WS-REGISTER-REF                  PIC 9(9).
       01  WS-OPENING-POSITION              PIC S9(11)V99 COMP-3.
       01  WS-CLOSING-POSITION              PIC S9(11)V99 COMP-3.
       01  WS-PERIOD-NET                    PIC S9(11)V99 COMP-3.
       01  WS-OPENING-TRANS-NET             PIC S9(11)V99 COMP-3.
       01  WS-OPENING-PAYMENTS              PIC S9(11)V99 COMP-3.
       01  WS-TRANS-SWITCH                  PIC X(1).
           88  WS-TRANSACTIONS-DONE         VALUE 'Y'.
       01  WS-PAY-SWITCH                    PIC X(1).
           88  WS-PAYMENTS-DONE             VALUE 'Y'.
       01  WS-MASKED-PAYMENT-ID             PIC X(10).
       01  WS-EDIT-AMOUNT                   PIC -(9)9.99.
       01  WS-EDIT-NUMBER                   PIC ZZZZZZZZ9.

       01  WS-ORDERS-CANCELLED              PIC 9(7) VALUE 0.
       01  WS-MANDATES-CANCELLED            PIC 9(7) VALUE 0.
       01  WS-INTEREST-POSTED               PIC S9(11)V99 COMP-3
           VALUE 0.
       01  WS-PAYOUTS-MADE                  PIC 9(7) VALUE 0.
       01  WS-EDIT-TOTAL                    PIC -(9)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Live position per currency - see WS-BASE-CURRENCY above
       EXEC SQL
           DECLARE LIVE-POSITION-CURSOR CURSOR FOR
               SELECT L.POS_CURRENCY, SUM(L.POS_AMOUNT)
               FROM (
                   SELECT BALANCE_CURRENCY AS POS_CURRENCY,
                          BALANCE_AMOUNT AS POS_AMOUNT
                   FROM CBL1
                   WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                   UNION ALL
                   SELECT 'USD',
                          CASE WHEN B.TRANSACTION_TYPE_CODE = 'C'
                               THEN B.TRANSACTION_AMOUNT
                               ELSE - B.TRANSACTION_AMOUNT
                          END
                   FROM BAD1 B
                   WHERE B.CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                     AND B.TRANSACTION_DATE >
                         COALESCE((SELECT C.LAST_ROLL_DATE
                                   FROM CBL1 C
                                   WHERE C.CUSTOMER_ID = B.CUSTOMER_ID
                                     AND C.BALANCE_CURRENCY = 'USD'),
                                  '0001-01-01')
                   UNION ALL
                   SELECT P.PAYMENT_CURRENCY, P.PAYMENT_AMOUNT
                   FROM PAD1 P
                   WHERE P.CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                     AND P.PAYMENT_DATE >
                         COALESCE((SELECT C.LAST_ROLL_DATE
                                   FROM CBL1 C
                                   WHERE C.CUSTOMER_ID = P.CUSTOMER_ID
                                     AND C.BALANCE_CURRENCY =
                                         P.PAYMENT_CURRENCY),
                                  '0001-01-01')
               ) AS L
               GROUP BY L.POS_CURRENCY
               ORDER BY L.POS_CURRENCY
       END-EXEC.

      *> Every active mandate the customer holds
       EXEC SQL
           DECLARE ACTIVE-MANDATE-CURSOR CURSOR FOR
               SELECT MANDATE_ID
               FROM MND1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND MANDATE_STATUS = 'A'
               ORDER BY MANDATE_ID
       END-EXEC.

      *> The customer's positive base-currency days in the accrual
      *> period - the positions INA1 accrues from
       EXEC SQL
           DECLARE FINAL-ACCRUAL-CURSOR CURSOR FOR
               SELECT POSITION_DATE, BALANCE_AMOUNT
               FROM CBH1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND BALANCE_CURRENCY = :WS-BASE-CURRENCY
                 AND BALANCE_AMOUNT > 0
                 AND POSITION_DATE >= :WS-ACCRUAL-START
                 AND POSITION_DATE < :WS-ACCRUAL-END
               ORDER BY POSITION_DATE
       END-EXEC.

      *> The customer's transactions for the closing statement
       EXEC SQL
           DECLARE CLOSING-TRANSACTION-CURSOR CURSOR FOR
               SELECT TRANSACTION_ID, TRANSACTION_DATE,
                      TRANSACTION_AMOUNT, TRANSACTION_TYPE_CODE,
                      ORIGINAL_TRANSACTION_ID
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND TRANSACTION_DATE >= :WS-MONTH-START
                 AND TRANSACTION_DATE <= :WS-RUN-DATE
               ORDER BY TRANSACTION_DATE, TRANSACTION_ID
       END-EXEC.

      *> The customer's payments for the closing statement
       EXEC SQL
           DECLARE CLOSING-PAYMENT-CURSOR CURSOR FOR
               SELECT PAYMENT_ID, PAYMENT_DATE, PAYMENT_AMOUNT,
                      PAYMENT_CURRENCY
               FROM PAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND PAYMENT_DATE >= :WS-MONTH-START
                 AND PAYMENT_DATE <= :WS-RUN-DATE
               ORDER BY PAYMENT_DATE, PAYMENT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Account closure settlement. CAM3 on its own only flips the
      *> status; this settles the account first. A closure is
      *> refused outright while a dispute is open, a legal hold
      *> stands or a payment is still pending, and a customer who
      *> owes money is routed to DUN1 dunning instead. Otherwise
      *> standing orders and mandates are cancelled, the final
      *> interest is credited, each credit balance is paid out
      *> through PAM2 to the nominated beneficiary, the closing
      *> statement is issued - and only then is the customer closed
      *> through CAM3.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT CLS1-PRINT-FILE
           OPEN OUTPUT CLS1-EMAIL-FILE
           PERFORM VALIDATE-CLOSURE-REQUEST
           IF NOT WS-CLOSURE-REFUSED
               PERFORM CHECK-OPEN-DISPUTES
           END-IF
           IF NOT WS-CLOSURE-REFUSED
               PERFORM CHECK-LEGAL-HOLD
           END-IF
           IF NOT WS-CLOSURE-REFUSED
               PERFORM CHECK-PENDING-PAYMENTS
           END-IF
           IF NOT WS-CLOSURE-REFUSED
               PERFORM CHECK-POSITIONS
           END-IF
           IF NOT WS-CLOSURE-REFUSED AND NOT WS-ROUTED-TO-DUNNING
               AND WS-CREDIT-CURRENCIES > 0
               SET WS-PAYOUT-PREVIEW TO TRUE
               PERFORM PAY-OUT-BALANCES
           END-IF
           IF WS-CLOSURE-REFUSED OR WS-ROUTED-TO-DUNNING
               PERFORM NOTE-CLOSURE-NOT-MADE
           ELSE
               PERFORM SETTLE-AND-CLOSE
           END-IF
           CLOSE CLS1-PRINT-FILE
           CLOSE CLS1-EMAIL-FILE
           PERFORM PRINT-CLOSURE-SUMMARY
           PERFORM REGISTER-RUN-END
           STOP RUN.

       SETTLE-AND-CLOSE.
           PERFORM CANCEL-STANDING-ORDERS
           IF NOT WS-CLOSURE-FAILED
               PERFORM CANCEL-MANDATES
           END-IF
           IF NOT WS-CLOSURE-FAILED
               PERFORM ACCRUE-FINAL-INTEREST
           END-IF
           IF NOT WS-CLOSURE-FAILED
               MOVE 'N' TO WS-PAYOUT-MODE
               PERFORM PAY-OUT-BALANCES
           END-IF
           IF NOT WS-CLOSURE-FAILED
               PERFORM ISSUE-CLOSING-STATEMENT
           END-IF
           IF NOT WS-CLOSURE-FAILED
               PERFORM CLOSE-CUSTOMER
           END-IF.

       READ-PARM-CARD.
      *> Customer, payout beneficiary and requesting user come in on
      *> a parm card, same idiom as CMG1's merge card - with the
      *> SIG1 signatories who signed the closure instruction, for a
      *> customer that signs by signatory.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DIGITS
           STRING WS-TODAY-DIGITS(1:4) '-' WS-TODAY-DIGITS(5:2) '-'
                  WS-TODAY-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-MONTH
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           IF WS-MONTH = 1
               SUBTRACT 1 FROM WS-YEAR
               MOVE 12 TO WS-MONTH
           ELSE
               SUBTRACT 1 FROM WS-MONTH
           END-IF
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-PRIOR-MONTH-START
           STRING WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-GEN-MONTH-DAY
           MOVE FUNCTION CURRENT-DATE(9:5) TO WS-KEY-SEQUENCE.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'CLS1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "CLS1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'CLS1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'CLS1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 4 - the closure was refused or routed to dunning and
      *> nothing was changed; RC 8 - it stopped part-way and the
      *> desk must finish it by hand.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE 1 TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-CLOSURE-REFUSED OR WS-ROUTED-TO-DUNNING
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           IF WS-CLOSURE-FAILED
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       VALIDATE-CLOSURE-REQUEST.
           MOVE WS-PARM-CUSTOMER-ID TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               SET WS-CLOSURE-REFUSED TO TRUE
               MOVE IDV1-REASON TO WS-REFUSAL-REASON
           ELSE
               EXEC SQL
                   SELECT CUSTOMER_NAME, CUSTOMER_ADDRESS,
                          CUSTOMER_STATUS_CODE, OPERATING_UNIT
                   INTO :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS,
                        :CAD1-REC.CUSTOMER-STATUS-CODE,
                        :CAD1-REC.OPERATING-UNIT
                   FROM CAD1
                   WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-CLOSURE-REFUSED TO TRUE
                       MOVE 'Customer is not on CAD1'
                           TO WS-REFUSAL-REASON
                   WHEN SQLCODE NOT = 0
                       SET WS-CLOSURE-REFUSED TO TRUE
                       MOVE SQLCODE TO ERRM1-SQLCODE
                       CALL ERRM1-PGM USING ERRM1-COMM-AREA
                       MOVE ERRM1-MESSAGE TO WS-REFUSAL-REASON
                   WHEN CUSTOMER-STATUS-CODE OF CAD1-REC = 'C'
                       SET WS-CUSTOMER-ON-FILE TO TRUE
                       SET WS-CLOSURE-REFUSED TO TRUE
                       MOVE 'Customer is already closed'
                           TO WS-REFUSAL-REASON
                   WHEN OTHER
                       SET WS-CUSTOMER-ON-FILE TO TRUE
               END-EVALUATE
           END-IF.

       CHECK-OPEN-DISPUTES.
      *> An open dispute may still move money either way - the
      *> account stays open until DSM1 resolves it.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MATCH-COUNT
               FROM DSP1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND DISPUTE_STATUS = 'O'
           END-EXEC
           IF SQLCODE = 0 AND WS-MATCH-COUNT > 0
               SET WS-CLOSURE-REFUSED TO TRUE
               MOVE 'Customer has an open dispute'
                   TO WS-REFUSAL-REASON
           END-IF.

       CHECK-LEGAL-HOLD.
      *> A court order's LGH1 hold freezes the money where it is -
      *> no payout, so no closure.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MATCH-COUNT
               FROM LGH1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND HOLD_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0 AND WS-MATCH-COUNT > 0
               SET WS-CLOSURE-REFUSED TO TRUE
               MOVE 'Customer is under legal hold'
                   TO WS-REFUSAL-REASON
           END-IF.

       CHECK-PENDING-PAYMENTS.
      *> The payout settles the balance as it stands - a payment
      *> still pending would land on a closed account afterwards.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MATCH-COUNT
               FROM PAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND PAYMENT_STATUS_CODE = 'P'
           END-EXEC
           IF SQLCODE = 0 AND WS-MATCH-COUNT > 0
               SET WS-CLOSURE-REFUSED TO TRUE
               MOVE 'Customer has payments still pending'
                   TO WS-REFUSAL-REASON
           END-IF.

       CHECK-POSITIONS.
      *> A customer owing money in any currency is not closed - the
      *> debt is left to DUN1, which works every negative balance
      *> NGW1 watches. A credit balance needs a beneficiary to be
      *> paid out to.
           MOVE 0 TO WS-CREDIT-CURRENCIES
           MOVE 'N' TO WS-POSITION-SWITCH
           EXEC SQL
               OPEN LIVE-POSITION-CURSOR
           END-EXEC
           PERFORM UNTIL WS-POSITIONS-DONE
               PERFORM FETCH-NEXT-POSITION
               IF NOT WS-POSITIONS-DONE
                   EVALUATE TRUE
                       WHEN WS-POSITION-AMOUNT < 0
                           SET WS-ROUTED-TO-DUNNING TO TRUE
                           MOVE WS-POSITION-AMOUNT TO WS-EDIT-AMOUNT
                           DISPLAY "CLS1: " WS-POSITION-CURRENCY
                               " balance " WS-EDIT-AMOUNT
                               " owed - closure routed to DUN1"
                       WHEN WS-POSITION-AMOUNT > 0
                           ADD 1 TO WS-CREDIT-CURRENCIES
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE LIVE-POSITION-CURSOR
           END-EXEC
           IF NOT WS-ROUTED-TO-DUNNING
               AND WS-CREDIT-CURRENCIES > 0
               AND WS-PARM-BENEFICIARY-ID = SPACES
               SET WS-CLOSURE-REFUSED TO TRUE
               MOVE 'A payout beneficiary is required'
                   TO WS-REFUSAL-REASON
           END-IF.

       FETCH-NEXT-POSITION.
           EXEC SQL
               FETCH LIVE-POSITION-CURSOR
               INTO :WS-POSITION-CURRENCY, :WS-POSITION-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-POSITIONS-DONE TO TRUE
           END-IF.

       NOTE-CLOSURE-NOT-MADE.
           MOVE SPACES TO CNM1-COMM-AREA
           MOVE 'CLS1' TO MAIN-NAME OF CNM1-COMM-AREA
           MOVE WS-PARM-CUSTOMER-ID TO CUSTOMER-ID OF CNM1-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF CNM1-COMM-AREA
           IF WS-ROUTED-TO-DUNNING AND NOT WS-CLOSURE-REFUSED
               STRING 'Closure requested - balance owed, left to'
                   ' DUN1 dunning until cleared'
                   DELIMITED BY SIZE INTO NOTE-TEXT OF CNM1-COMM-AREA
           ELSE
               STRING 'Closure refused - ' WS-REFUSAL-REASON
                   DELIMITED BY SIZE INTO NOTE-TEXT OF CNM1-COMM-AREA
           END-IF
      *> A customer not on file has no note trail to write to.
           IF WS-CUSTOMER-ON-FILE
               CALL CNM1-PGM USING CNM1-COMM-AREA
           END-IF.

       CANCEL-STANDING-ORDERS.
      *> The same flag SOM1 clears when an order is stopped - SOG1
      *> generates nothing more for it. A suspended order closes
      *> too, or a resume could restart it on a closed customer.
           EXEC SQL
               UPDATE STO1
               SET ACTIVE_FLAG = 'N'
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND ACTIVE_FLAG IN ('Y', 'S')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-ORDERS-CANCELLED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM REPORT-STEP-FAILURE
                   DISPLAY "CLS1: standing orders not cancelled - "
                       ERRM1-MESSAGE
           END-EVALUATE.

       CANCEL-MANDATES.
           MOVE 'N' TO WS-POSITION-SWITCH
           EXEC SQL
               OPEN ACTIVE-MANDATE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-POSITIONS-DONE
               EXEC SQL
                   FETCH ACTIVE-MANDATE-CURSOR
                   INTO :MND1-REC.MANDATE-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-POSITIONS-DONE TO TRUE
               ELSE
                   PERFORM CANCEL-ONE-MANDATE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE ACTIVE-MANDATE-CURSOR
           END-EXEC.

       CANCEL-ONE-MANDATE.
           MOVE SPACES TO MDM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF MDM1-COMM-AREA
           MOVE 'CLS1' TO MAIN-NAME OF MDM1-COMM-AREA
           MOVE MANDATE-ID OF MND1-REC TO MANDATE-ID OF MDM1-COMM-AREA
           MOVE 'C' TO ACTION-CODE OF MDM1-COMM-AREA
           MOVE 0 TO CEILING-AMOUNT OF MDM1-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF MDM1-COMM-AREA
           CALL MDM1-PGM USING MDM1-COMM-AREA
           IF MANDATE-STATUS OF MDM1-COMM-AREA = 'S'
               ADD 1 TO WS-MANDATES-CANCELLED
           ELSE
               SET WS-CLOSURE-FAILED TO TRUE
               DISPLAY "CLS1: mandate " MANDATE-ID OF MND1-REC
                   " not cancelled - "
                   ERROR-MESSAGE OF MDM1-COMM-AREA
           END-IF.

       ACCRUE-FINAL-INTEREST.
      *> INA1 accrues a month in arrears - last month may not have
      *> run yet, and this month never will for a closed account.
           MOVE WS-PRIOR-MONTH-START TO WS-ACCRUAL-START
           MOVE WS-MONTH-START TO WS-ACCRUAL-END
           PERFORM ACCRUE-ONE-PERIOD
           IF NOT WS-CLOSURE-FAILED
               MOVE WS-MONTH-START TO WS-ACCRUAL-START
               MOVE WS-RUN-DATE TO WS-ACCRUAL-END
               PERFORM ACCRUE-ONE-PERIOD
           END-IF.

       ACCRUE-ONE-PERIOD.
           MOVE WS-ACCRUAL-START(1:4) TO WS-MARKER-YEAR
           MOVE WS-ACCRUAL-START(6:2) TO WS-MARKER-MONTH
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MATCH-COUNT
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND ORIGINAL_TRANSACTION_ID = :WS-MONTH-MARKER
           END-EXEC
           IF SQLCODE = 0 AND WS-MATCH-COUNT = 0
               MOVE 0 TO WS-ACCRUED-INTEREST
               MOVE 'N' TO WS-ACCRUAL-SWITCH
               EXEC SQL
                   OPEN FINAL-ACCRUAL-CURSOR
               END-EXEC
               PERFORM UNTIL WS-ACCRUAL-DONE
                   EXEC SQL
                       FETCH FINAL-ACCRUAL-CURSOR
                       INTO :CBH1-REC.POSITION-DATE,
                            :CBH1-REC.BALANCE-AMOUNT
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET WS-ACCRUAL-DONE TO TRUE
                   ELSE
                       PERFORM ACCRUE-ONE-DAY
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE FINAL-ACCRUAL-CURSOR
               END-EXEC
               MOVE WS-ACCRUED-INTEREST TO WS-ROUNDED-INTEREST
               IF WS-ROUNDED-INTEREST > 0
                   PERFORM WRITE-INTEREST-CREDIT
               END-IF
           END-IF.

       ACCRUE-ONE-DAY.
      *> Same tier lookup and daily rate over 365 that INA1 applies
           EXEC SQL
               SELECT ANNUAL_RATE
               INTO :INT1-REC.ANNUAL-RATE
               FROM INT1
               WHERE TIER_FROM_AMOUNT <= :CBH1-REC.BALANCE-AMOUNT
                 AND TIER_TO_AMOUNT >= :CBH1-REC.BALANCE-AMOUNT
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE) FROM INT1
                      WHERE TIER_FROM_AMOUNT
                            <= :CBH1-REC.BALANCE-AMOUNT
                        AND TIER_TO_AMOUNT
                            >= :CBH1-REC.BALANCE-AMOUNT
                        AND EFFECTIVE_DATE
                            <= :CBH1-REC.POSITION-DATE)
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   BALANCE-AMOUNT OF CBH1-REC
                   * ANNUAL-RATE OF INT1-REC / 365
               ADD WS-DAY-INTEREST TO WS-ACCRUED-INTEREST
           END-IF.

       WRITE-INTEREST-CREDIT.
           PERFORM NEXT-GENERATED-ID
           MOVE SPACES TO BAM3-COMM-AREA
           MOVE 0 TO RETURN-CODE OF BAM3-COMM-AREA
           MOVE 'CLS1' TO MAIN-NAME OF BAM3-COMM-AREA
           MOVE WS-GENERATED-ID TO TRANSACTION-ID OF BAM3-COMM-AREA
           MOVE WS-ROUNDED-INTEREST
               TO TRANSACTION-AMOUNT OF BAM3-COMM-AREA
           MOVE 'C' TO TRANSACTION-TYPE-CODE OF BAM3-COMM-AREA
           MOVE WS-PARM-CUSTOMER-ID TO CUSTOMER-ID OF BAM3-COMM-AREA
           MOVE WS-MONTH-MARKER
               TO ORIGINAL-TRANSACTION-ID OF BAM3-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF BAM3-COMM-AREA
           MOVE 'N' TO DRY-RUN-FLAG OF BAM3-COMM-AREA
           CALL BAM3-PGM USING BAM3-COMM-AREA
           IF TRANSACTION-STATUS OF BAM3-COMM-AREA = 'S'
               ADD WS-ROUNDED-INTEREST TO WS-INTEREST-POSTED
           ELSE
               SET WS-CLOSURE-FAILED TO TRUE
               DISPLAY "CLS1: final interest not credited - "
                   ERROR-MESSAGE OF BAM3-COMM-AREA
           END-IF.

       PAY-OUT-BALANCES.
      *> Run twice - first as a PAM2 dry run before anything is
      *> touched, so a beneficiary PAM2 would refuse stops the
      *> closure cleanly; then for real once the interest is in.
      *> The payout leaves the account, so it carries the negative
      *> amount a refund does on PAD1.
           MOVE 'N' TO WS-POSITION-SWITCH
           EXEC SQL
               OPEN LIVE-POSITION-CURSOR
           END-EXEC
           PERFORM UNTIL WS-POSITIONS-DONE
               PERFORM FETCH-NEXT-POSITION
               IF NOT WS-POSITIONS-DONE
                   AND WS-POSITION-AMOUNT > 0
                   PERFORM PAY-OUT-ONE-BALANCE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE LIVE-POSITION-CURSOR
           END-EXEC.

       PAY-OUT-ONE-BALANCE.
           PERFORM NEXT-GENERATED-ID
           MOVE SPACES TO PAM2-COMM-AREA
           MOVE 0 TO RETURN-CODE OF PAM2-COMM-AREA
           MOVE 'CLS1' TO MAIN-NAME OF PAM2-COMM-AREA
           MOVE WS-GENERATED-ID TO PAYMENT-ID OF PAM2-COMM-AREA
           COMPUTE PAYMENT-AMOUNT OF PAM2-COMM-AREA =
               0 - WS-POSITION-AMOUNT
           MOVE WS-POSITION-CURRENCY
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
           MOVE WS-PARM-CUSTOMER-ID TO CUSTOMER-ID OF PAM2-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF PAM2-COMM-AREA
           MOVE WS-PARM-BENEFICIARY-ID
               TO BENEFICIARY-ID OF PAM2-COMM-AREA
           MOVE WS-PARM-SIGNATORY-REF TO SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE WS-PARM-SECOND-SIGNATORY-REF
               TO SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE 'N' TO COLLECTION-FLAG OF PAM2-COMM-AREA
           MOVE 0 TO FX-QUOTE-NUMBER OF PAM2-COMM-AREA
           IF WS-PAYOUT-PREVIEW
               MOVE 'Y' TO DRY-RUN-FLAG OF PAM2-COMM-AREA
           ELSE
               MOVE 'N' TO DRY-RUN-FLAG OF PAM2-COMM-AREA
           END-IF
           CALL PAM2-PGM USING PAM2-COMM-AREA
           EVALUATE TRUE
               WHEN WS-PAYOUT-PREVIEW
                   AND PAYMENT-STATUS OF PAM2-COMM-AREA = 'Y'
                   CONTINUE
               WHEN WS-PAYOUT-PREVIEW
                   SET WS-CLOSURE-REFUSED TO TRUE
                   MOVE ERROR-MESSAGE OF PAM2-COMM-AREA
                       TO WS-REFUSAL-REASON
               WHEN PAYMENT-STATUS OF PAM2-COMM-AREA = 'S'
                   ADD 1 TO WS-PAYOUTS-MADE
                   MOVE WS-POSITION-AMOUNT TO WS-EDIT-AMOUNT
                   DISPLAY "CLS1: " WS-POSITION-CURRENCY " "
                       WS-EDIT-AMOUNT " paid out as payment "
                       WS-GENERATED-ID
               WHEN OTHER
                   SET WS-CLOSURE-FAILED TO TRUE
                   DISPLAY "CLS1: " WS-POSITION-CURRENCY
                       " payout failed - "
                       ERROR-MESSAGE OF PAM2-COMM-AREA
           END-EVALUATE.

       NEXT-GENERATED-ID.
           ADD 1 TO WS-KEY-SEQUENCE
           MOVE WS-KEY-SEQUENCE TO WS-GEN-SEQUENCE.

       ISSUE-CLOSING-STATEMENT.
           PERFORM READ-STATEMENT-CHANNEL
           PERFORM ASSIGN-STATEMENT-NUMBER
           IF NOT WS-CLOSURE-FAILED
               MOVE WS-PARM-CUSTOMER-ID TO ADS1-CUSTOMER-ID
               MOVE 'STMT' TO ADS1-PURPOSE
               MOVE SPACES TO ADS1-AS-OF-DATE
               MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADS1-ADDRESS
               CALL ADS1-PGM USING ADS1-COMM-AREA
               MOVE ADS1-ADDRESS TO CUSTOMER-ADDRESS OF CAD1-REC
               PERFORM REGISTER-CORRESPONDENCE
               PERFORM CHECK-ARCHIVE-NEEDED
               PERFORM COMPUTE-OPENING-POSITION
               MOVE 0 TO WS-PERIOD-NET
               PERFORM PRINT-STATEMENT-HEADER
               PERFORM PRINT-CLOSING-TRANSACTIONS
               PERFORM PRINT-CLOSING-PAYMENTS
               COMPUTE WS-CLOSING-POSITION =
                   WS-OPENING-POSITION + WS-PERIOD-NET
               PERFORM PRINT-STATEMENT-FOOTER
           END-IF.

       READ-STATEMENT-CHANNEL.
      *> STM2's rule - the 'STMT' preference wins, an 'ALL ' row
      *> covers the rest, no row is paper. A closing statement has
      *> no structured-file or phone form, so those print too.
           MOVE 'M' TO WS-STATEMENT-CHANNEL
           EXEC SQL
               SELECT CONTACT_CHANNEL
               INTO :CCT1-REC.CONTACT-CHANNEL
               FROM CCT1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND DOCUMENT_TYPE = 'STMT'
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT CONTACT_CHANNEL
                   INTO :CCT1-REC.CONTACT-CHANNEL
                   FROM CCT1
                   WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                     AND DOCUMENT_TYPE = 'ALL '
               END-EXEC
           END-IF
           IF SQLCODE = 0
               AND CONTACT-CHANNEL OF CCT1-REC = 'E'
               MOVE 'E' TO WS-STATEMENT-CHANNEL
           END-IF.

       ASSIGN-STATEMENT-NUMBER.
      *> Numbered for the run day, the way STF1 numbers a daily
      *> statement - a re-run the same day finds the row and keeps
      *> the number.
           MOVE WS-PARM-CUSTOMER-ID TO CUSTOMER-ID OF STC1-REC
           MOVE WS-RUN-DATE(1:7) TO CYCLE-MONTH OF STC1-REC
           MOVE WS-RUN-DATE TO STATEMENT-DATE OF STC1-REC
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
           IF SQLCODE NOT = 0
               PERFORM REPORT-STEP-FAILURE
               DISPLAY "CLS1: closing statement not numbered - "
                   ERRM1-MESSAGE
           END-IF.

       REGISTER-CORRESPONDENCE.
           MOVE WS-PARM-CUSTOMER-ID TO CRW1-CUSTOMER-ID
           MOVE 'CLS1' TO CRW1-DOCUMENT-TYPE
           MOVE STATEMENT-NUMBER OF STC1-REC TO WS-REGISTER-REF
           MOVE WS-REGISTER-REF TO CRW1-DOCUMENT-REF
           MOVE WS-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-STATEMENT-CHANNEL TO CRW1-CHANNEL
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "CLS1: customer " WS-PARM-CUSTOMER-ID
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       CHECK-ARCHIVE-NEEDED.
           MOVE 'N' TO WS-ARCHIVE-SWITCH
           MOVE 0 TO WS-ARCHIVED-LINE-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ARCHIVED-LINE-COUNT
               FROM STA1
               WHERE STATEMENT_NUMBER = :STC1-REC.STATEMENT-NUMBER
           END-EXEC
           IF SQLCODE = 0 AND WS-ARCHIVED-LINE-COUNT = 0
               SET WS-ARCHIVE-THIS-ONE TO TRUE
               MOVE STATEMENT-NUMBER OF STC1-REC
                   TO STATEMENT-NUMBER OF STA1-REC
               MOVE 0 TO LINE-SEQ OF STA1-REC
           END-IF.

       COMPUTE-OPENING-POSITION.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TRANSACTION_TYPE_CODE
                                        = 'C'
                                   THEN TRANSACTION_AMOUNT
                                   ELSE - TRANSACTION_AMOUNT
                                   END), 0)
               INTO :WS-OPENING-TRANS-NET
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND TRANSACTION_DATE < :WS-MONTH-START
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :WS-OPENING-PAYMENTS
               FROM PAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
                 AND PAYMENT_DATE < :WS-MONTH-START
           END-EXEC
           COMPUTE WS-OPENING-POSITION =
               WS-OPENING-TRANS-NET + WS-OPENING-PAYMENTS.

       PRINT-STATEMENT-HEADER.
           MOVE SPACES TO CLS1-PRINT-LINE
           MOVE ALL '=' TO CLS1-PRINT-LINE(1:70)
           PERFORM WRITE-STATEMENT-LINE
           MOVE STATEMENT-NUMBER OF STC1-REC TO WS-EDIT-NUMBER
           MOVE SPACES TO CLS1-PRINT-LINE
           IF OPERATING-UNIT OF CAD1-REC = SPACES
               STRING 'CLOSING STATEMENT ' WS-EDIT-NUMBER
                   '   CLOSED ' WS-RUN-DATE
                   '   UNIT HQ'
                   DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           ELSE
               STRING 'CLOSING STATEMENT ' WS-EDIT-NUMBER
                   '   CLOSED ' WS-RUN-DATE
                   '   UNIT ' OPERATING-UNIT OF CAD1-REC
                   DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO CLS1-PRINT-LINE
           STRING WS-PARM-CUSTOMER-ID '  '
               CUSTOMER-NAME OF CAD1-REC
               DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO CLS1-PRINT-LINE
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO CLS1-PRINT-LINE(1:60)
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-OPENING-POSITION TO WS-EDIT-AMOUNT
           MOVE SPACES TO CLS1-PRINT-LINE
           STRING 'OPENING POSITION ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-CLOSING-TRANSACTIONS.
           MOVE 'N' TO WS-TRANS-SWITCH
           EXEC SQL
               OPEN CLOSING-TRANSACTION-CURSOR
           END-EXEC
           PERFORM UNTIL WS-TRANSACTIONS-DONE
               EXEC SQL
                   FETCH CLOSING-TRANSACTION-CURSOR
                   INTO :BAD1-REC.TRANSACTION-ID,
                        :BAD1-REC.TRANSACTION-DATE,
                        :BAD1-REC.TRANSACTION-AMOUNT,
                        :BAD1-REC.TRANSACTION-TYPE-CODE,
                        :BAD1-REC.ORIGINAL-TRANSACTION-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-TRANSACTIONS-DONE TO TRUE
               ELSE
                   PERFORM PRINT-ONE-TRANSACTION-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CLOSING-TRANSACTION-CURSOR
           END-EXEC.

       PRINT-ONE-TRANSACTION-LINE.
           IF TRANSACTION-TYPE-CODE OF BAD1-REC = 'C'
               ADD TRANSACTION-AMOUNT OF BAD1-REC TO WS-PERIOD-NET
           ELSE
               SUBTRACT TRANSACTION-AMOUNT OF BAD1-REC
                   FROM WS-PERIOD-NET
           END-IF
           MOVE TRANSACTION-AMOUNT OF BAD1-REC TO WS-EDIT-AMOUNT
           MOVE SPACES TO CLS1-PRINT-LINE
      *> Interest credits carry INA1's month marker - labelled so
      *> the customer can see the final interest on the statement.
           IF ORIGINAL-TRANSACTION-ID OF BAD1-REC(1:3) = 'INT'
               STRING '  TRN ' TRANSACTION-ID OF BAD1-REC
                   ' ' TRANSACTION-DATE OF BAD1-REC
                   ' ' TRANSACTION-TYPE-CODE OF BAD1-REC
                   ' ' WS-EDIT-AMOUNT
                   ' INTEREST'
                   DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           ELSE
               STRING '  TRN ' TRANSACTION-ID OF BAD1-REC
                   ' ' TRANSACTION-DATE OF BAD1-REC
                   ' ' TRANSACTION-TYPE-CODE OF BAD1-REC
                   ' ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-CLOSING-PAYMENTS.
           MOVE 'N' TO WS-PAY-SWITCH
           EXEC SQL
               OPEN CLOSING-PAYMENT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-PAYMENTS-DONE
               EXEC SQL
                   FETCH CLOSING-PAYMENT-CURSOR
                   INTO :PAD1-REC.PAYMENT-ID, :PAD1-REC.PAYMENT-DATE,
                        :PAD1-REC.PAYMENT-AMOUNT,
                        :PAD1-REC.PAYMENT-CURRENCY
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-PAYMENTS-DONE TO TRUE
               ELSE
                   PERFORM PRINT-ONE-PAYMENT-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CLOSING-PAYMENT-CURSOR
           END-EXEC.

       PRINT-ONE-PAYMENT-LINE.
           ADD PAYMENT-AMOUNT OF PAD1-REC TO WS-PERIOD-NET
           MOVE '******' TO WS-MASKED-PAYMENT-ID(1:6)
           MOVE PAYMENT-ID OF PAD1-REC(7:4)
               TO WS-MASKED-PAYMENT-ID(7:4)
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO WS-EDIT-AMOUNT
           MOVE SPACES TO CLS1-PRINT-LINE
           STRING '  PAY ' WS-MASKED-PAYMENT-ID
               ' ' PAYMENT-DATE OF PAD1-REC
               ' ' PAYMENT-CURRENCY OF PAD1-REC
               ' ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-STATEMENT-FOOTER.
           MOVE SPACES TO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-CLOSING-POSITION TO WS-EDIT-AMOUNT
           MOVE SPACES TO CLS1-PRINT-LINE
           STRING 'CLOSING POSITION ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF WS-PAYOUTS-MADE > 0
               MOVE SPACES TO CLS1-PRINT-LINE
               STRING 'BALANCE PAID TO BENEFICIARY '
                   WS-PARM-BENEFICIARY-ID
                   DELIMITED BY SIZE INTO CLS1-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO CLS1-PRINT-LINE
           STRING 'THIS ACCOUNT IS CLOSED - STANDING ORDERS AND'
               ' MANDATES HAVE BEEN CANCELLED'
               DELIMITED BY SIZE INTO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO CLS1-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
      *> STM2's routing - email file, paper held back for an
      *> address with returned mail, else paper; a first
      *> production is archived either way.
           EVALUATE TRUE
               WHEN WS-STATEMENT-CHANNEL = 'E'
                   WRITE CLS1-EMAIL-LINE FROM CLS1-PRINT-LINE
               WHEN CRW1-PAPER-SUPPRESSED
                   CONTINUE
               WHEN OTHER
                   WRITE CLS1-PRINT-LINE
           END-EVALUATE
           IF WS-ARCHIVE-THIS-ONE
               PERFORM ARCHIVE-STATEMENT-LINE
           END-IF.

       ARCHIVE-STATEMENT-LINE.
           ADD 1 TO LINE-SEQ OF STA1-REC
           MOVE CLS1-PRINT-LINE TO LINE-TEXT OF STA1-REC
           EXEC SQL
               INSERT INTO STA1
                   (STATEMENT_NUMBER, LINE_SEQ, LINE_TEXT)
               VALUES
                   (:STA1-REC.STATEMENT-NUMBER, :STA1-REC.LINE-SEQ,
                    :STA1-REC.LINE-TEXT)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "CLS1: statement line not archived - "
                   ERRM1-MESSAGE
           END-IF.

       CLOSE-CUSTOMER.
      *> Last of all - Closed through CAM3, the way CMG1 retires a
      *> merged customer, once nothing is left on the account.
           MOVE SPACES TO CAM3-COMM-AREA
           MOVE 0 TO RETURN-CODE OF CAM3-COMM-AREA
           MOVE 'CLS1' TO MAIN-NAME OF CAM3-COMM-AREA
           MOVE WS-PARM-CUSTOMER-ID TO CUSTOMER-ID OF CAM3-COMM-AREA
           MOVE 'C' TO NEW-STATUS-CODE
           MOVE WS-PARM-USER-ID TO USER-ID OF CAM3-COMM-AREA
           CALL CAM3-PGM USING CAM3-COMM-AREA
           IF CUSTOMER-STATUS OF CAM3-COMM-AREA NOT = 'S'
               SET WS-CLOSURE-FAILED TO TRUE
               DISPLAY "CLS1: customer not closed - "
                   ERROR-MESSAGE OF CAM3-COMM-AREA
           END-IF.

       REPORT-STEP-FAILURE.
           SET WS-CLOSURE-FAILED TO TRUE
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA.

       PRINT-CLOSURE-SUMMARY.
           DISPLAY "===== CLS1 ACCOUNT CLOSURE " WS-RUN-DATE " ====="
           DISPLAY "Customer:                 " WS-PARM-CUSTOMER-ID
           DISPLAY "Standing orders cancelled: " WS-ORDERS-CANCELLED
           DISPLAY "Mandates cancelled:        " WS-MANDATES-CANCELLED
           MOVE WS-INTEREST-POSTED TO WS-EDIT-TOTAL
           DISPLAY "Final interest credited:   " WS-EDIT-TOTAL
           DISPLAY "Balances paid out:         " WS-PAYOUTS-MADE
           EVALUATE TRUE
               WHEN WS-CLOSURE-REFUSED
                   DISPLAY "CLOSURE REFUSED - " WS-REFUSAL-REASON
               WHEN WS-ROUTED-TO-DUNNING
                   DISPLAY "CLOSURE NOT MADE - balance owed, left to"
                       " DUN1 dunning"
               WHEN WS-CLOSURE-FAILED
                   DISPLAY "CLOSURE DID NOT COMPLETE - review the"
                       " messages above and finish by hand"
               WHEN OTHER
                   DISPLAY "Closure complete - closing statement "
                       WS-EDIT-NUMBER " issued, customer closed"
                       " via CAM3"
           END-EVALUATE
           DISPLAY "=================================================".
