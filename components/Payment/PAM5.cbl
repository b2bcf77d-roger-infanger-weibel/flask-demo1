
      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY PEO1SQL.
       COPY APQ1SQL.
       COPY CFG1SQL.
       COPY LGH1SQL.
       COPY FXC1SQL.
       COPY FXQ1SQL.
       COPY SIG1SQL.

       FILE SECTION.
       FD  AUDIT-FILE.

      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY PEO1REC.
       COPY APQ1REC.
       COPY CFG1REC.
       COPY FXC1REC.
       COPY FXQ1REC.
       COPY SIG1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

      *> Shared FX pricing - mid rate plus the FXM1 tier margin, or
      *> the rate an FXQ1 quote locked
       COPY FXP1.
       01  FXP1-PGM                           PIC X(8) VALUE 'FXP1'.

      *> Per-operator monetary authority - how much this user may
      *> clear alone, held on OAL1 under dual control
       COPY OAC1.
       01  OAC1-PGM                           PIC X(8) VALUE 'OAC1'.

      *> Shared exchange-rate resolution - weighs a foreign payment
      *> against a signatory's base-currency limit
       COPY EXM1.
       01  EXM1-PGM                           PIC X(8) VALUE 'EXM1'.

      *> Audit rows land on a date-stamped daily generation
      *> (PAM5AUD.YYYYMMDD) - today's calls go to today's file, AUL1
      *> sweeps exactly the requested day, and AHK1 retires
       01  WS-AUDIT-STATUS                    PIC X(2).
       01  WS-CURRENT-DATE                    PIC X(21).

       01  WS-RETRY-COUNT                     PIC 9(2) VALUE 0.
       01  WS-MAX-RETRIES                     PIC 9(2) VALUE 3.
       01  WS-RETRY-DELAY-SECS                PIC 9(4) COMP-3.

       01  WS-CURRENT-STATUS-CODE             PIC X(1).
       01  WS-CLEARED-TIMESTAMP               PIC X(20).
       01  WS-HOLD-COUNT                      PIC S9(9) COMP.

      *> A cross-currency payment settles at the rate in force when
      *> it clears - unless an FXQ1 quote locked the rate at entry
      *> and is still within its validity.
       01  WS-BASE-CURRENCY                   PIC X(3) VALUE 'USD'.
       01  WS-TODAY-DATE                      PIC X(10).
       01  WS-EDIT-QUOTE-NUMBER               PIC Z(8)9.

      *> Four-eyes control on large clearings - the limit lives on
      *> CFG1 under this parameter name so internal audit can tighten
      *> it without a code change; no CFG1 row means the approval
       01  WS-LIMIT-ARMED-SWITCH              PIC X(1).
           88  WS-LIMIT-ARMED                 VALUE 'Y'.

      *> Dual signature - a corporate payment above the signing
      *> SIG1 signatory's individual limit (or signed by a joint-only
      *> signatory) does not clear on one signature.
       01  WS-SECOND-SIGN-SWITCH              PIC X(1).
           88  WS-SECOND-SIGN-NEEDED          VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           IF PAYMENT-STATUS = 'S'
               PERFORM CHECK-LEGAL-HOLD
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM CHECK-SIGNATURES
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM CHECK-CLEARING-APPROVAL
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM RETIRE-APPROVAL-REQUEST
           END-IF
           IF PAYMENT-STATUS = 'S'
               AND PAYMENT-CURRENCY OF PAD1-REC NOT = WS-BASE-CURRENCY
               PERFORM STRIKE-CLEARING-RATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           IF PAYMENT-STATUS = 'S'
               PERFORM RECORD-STATUS-EVENT
           END-IF
           PERFORM RETURN-TO-CALLER
           GOBACK.
      *> PAYMENT retries a handful of times with a growing delay
      *> before giving up; every other SQLCODE fails on the first try.
      *> The amount rides along for the approval-limit check below,
      *> the customer for the legal-hold check, the currency and any
      *> FX quote for the clearing rate, the signatories for the
      *> dual-signature check.
           EXEC SQL
               SELECT PAYMENT_STATUS_CODE, PAYMENT_AMOUNT,
                      CUSTOMER_ID, PAYMENT_CURRENCY, FX_QUOTE_NUMBER,
                      SIGNATORY_REF, SECOND_SIGNATORY_REF
               INTO :WS-CURRENT-STATUS-CODE,
                    :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.PAYMENT-CURRENCY,
                    :PAD1-REC.FX-QUOTE-NUMBER,
                    :PAD1-REC.SIGNATORY-REF,
                    :PAD1-REC.SECOND-SIGNATORY-REF
               FROM PAD1
               WHERE PAYMENT_ID = :PAM5-COMM-AREA.PAYMENT-ID
           END-EXEC.
                   TO ERROR-MESSAGE
           END-IF.

       CHECK-SIGNATURES.
      *> PAM2 let a payment above its signatory's limit be created
      *> on one signature - it does not move money until a second
      *> signatory of the same customer has countersigned, either
      *> on the create or here at clearing. A payment with no
      *> signatory on it (the customer keeps none, or it predates
      *> the register) clears as it always has.
           IF SIGNATORY-REF OF PAD1-REC NOT = SPACES
               AND SECOND-SIGNATORY-REF OF PAD1-REC = SPACES
               PERFORM WEIGH-SIGNATORY-LIMIT
               IF WS-SECOND-SIGN-NEEDED
                   IF SECOND-SIGNATORY-REF OF PAM5-COMM-AREA = SPACES
                       MOVE 'G' TO PAYMENT-STATUS
                       MOVE 'Payment is awaiting a second signatory'
                           TO ERROR-MESSAGE
                   ELSE
                       PERFORM VALIDATE-COUNTERSIGNATORY
                   END-IF
               END-IF
           END-IF.

       WEIGH-SIGNATORY-LIMIT.
      *> Weighed against the signatory's limit as it stands today -
      *> a signatory since cancelled, or an amount that cannot be
      *> converted, is taken as needing the second signature.
           MOVE 'N' TO WS-SECOND-SIGN-SWITCH
           EXEC SQL
               SELECT SIGNING_CLASS, INDIVIDUAL_LIMIT
               INTO :SIG1-REC.SIGNING-CLASS,
                    :SIG1-REC.INDIVIDUAL-LIMIT
               FROM SIG1
               WHERE SIGNATORY_REF = :PAD1-REC.SIGNATORY-REF
                 AND SIGNATORY_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-SECOND-SIGN-NEEDED TO TRUE
           END-IF
           IF NOT WS-SECOND-SIGN-NEEDED
               MOVE SPACES TO EXM1-COMM-AREA
               MOVE PAYMENT-CURRENCY OF PAD1-REC TO EXM1-FROM-CURRENCY
               MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
               IF PAYMENT-AMOUNT OF PAD1-REC < 0
                   COMPUTE EXM1-AMOUNT =
                       0 - PAYMENT-AMOUNT OF PAD1-REC
               ELSE
                   MOVE PAYMENT-AMOUNT OF PAD1-REC TO EXM1-AMOUNT
               END-IF
               CALL EXM1-PGM USING EXM1-COMM-AREA
               IF NOT EXM1-RATE-FOUND
                   OR SIGNS-JOINTLY
                   OR EXM1-CONVERTED-AMOUNT
                      > INDIVIDUAL-LIMIT OF SIG1-REC
                   SET WS-SECOND-SIGN-NEEDED TO TRUE
               END-IF
           END-IF.

       VALIDATE-COUNTERSIGNATORY.
      *> The countersignatory must be a different person, this
      *> customer's, active, and inside its validity dates today -
      *> accepted, it goes straight onto PAD1.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE
           IF SECOND-SIGNATORY-REF OF PAM5-COMM-AREA
               = SIGNATORY-REF OF PAD1-REC
               MOVE 'G' TO PAYMENT-STATUS
               MOVE 'Second signatory must be a different person'
                   TO ERROR-MESSAGE
           ELSE
               EXEC SQL
                   SELECT CUSTOMER_ID, VALID_FROM, VALID_TO,
                          SIGNATORY_STATUS
                   INTO :SIG1-REC.CUSTOMER-ID, :SIG1-REC.VALID-FROM,
                        :SIG1-REC.VALID-TO,
                        :SIG1-REC.SIGNATORY-STATUS
                   FROM SIG1
                   WHERE SIGNATORY_REF =
                         :PAM5-COMM-AREA.SECOND-SIGNATORY-REF
               END-EXEC
               IF SQLCODE = 0
                   AND CUSTOMER-ID OF SIG1-REC
                       = CUSTOMER-ID OF PAD1-REC
                   AND SIGNATORY-ACTIVE
                   AND VALID-FROM OF SIG1-REC NOT > WS-TODAY-DATE
                   AND VALID-TO OF SIG1-REC NOT < WS-TODAY-DATE
                   PERFORM RECORD-COUNTERSIGNATURE
               ELSE
                   MOVE 'G' TO PAYMENT-STATUS
                   STRING 'Signatory '
                       SECOND-SIGNATORY-REF OF PAM5-COMM-AREA
                       ' is not an authorized signatory of this '
                       'customer' DELIMITED BY SIZE
                       INTO ERROR-MESSAGE
               END-IF
           END-IF.

       RECORD-COUNTERSIGNATURE.
           MOVE SECOND-SIGNATORY-REF OF PAM5-COMM-AREA
               TO SECOND-SIGNATORY-REF OF PAD1-REC
           EXEC SQL
               UPDATE PAD1
               SET SECOND_SIGNATORY_REF =
                   :PAD1-REC.SECOND-SIGNATORY-REF
               WHERE PAYMENT_ID = :PAM5-COMM-AREA.PAYMENT-ID
                 AND PAYMENT_STATUS_CODE = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO PAYMENT-STATUS
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE
               MOVE SQLCODE TO RETURN-CODE OF PAM5-COMM-AREA
           END-IF.

       CHECK-CLEARING-APPROVAL.
      *> Any operator entitled to the payment transaction could
      *> single-handedly clear a payment of any size - a payment over
      *> the CFG1 limit now waits on APQ1 until a second user (not
      *> the requester - PAM6 enforces that) has approved it. A
      *> payment over the clearing operator's own OAL1 authority
      *> takes the same road to a supervisor, whatever the CFG1
      *> limit says.
           PERFORM READ-APPROVAL-LIMIT
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF (WS-LIMIT-ARMED
               AND PAYMENT-AMOUNT OF PAD1-REC > WS-APPROVAL-LIMIT)
               OR NOT OAC1-WITHIN-LIMIT
               PERFORM CHECK-APPROVAL-QUEUE
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE USER-ID OF PAM5-COMM-AREA TO OAC1-USER-ID
           MOVE 'L' TO OAC1-FUNCTION-CODE
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO OAC1-AMOUNT
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO OAC1-CURRENCY
           CALL OAC1-PGM USING OAC1-COMM-AREA.

       READ-APPROVAL-LIMIT.
           MOVE 'N' TO WS-LIMIT-ARMED-SWITCH
           MOVE WS-APPROVAL-LIMIT-PARM TO PARM-NAME OF CFG1-REC
           END-IF.

       UPDATE-PAYMENT-STATUS.
      *> The clearing time decides which SET1 settlement window the
      *> payment goes out in.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-CLEARED-TIMESTAMP
           EXEC SQL
               UPDATE PAD1
               SET PAYMENT_STATUS_CODE = 'C',
                   PAYMENT_USER = :PAM5-COMM-AREA.USER-ID,
                   CLEARED_TIMESTAMP = :WS-CLEARED-TIMESTAMP
               WHERE PAYMENT_ID = :PAM5-COMM-AREA.PAYMENT-ID
                 AND PAYMENT_STATUS_CODE = 'P'
           END-EXEC.

       STRIKE-CLEARING-RATE.
      *> Days can pass between entry and clearing while a large
      *> payment waits on APQ1. A locked quote still in date holds
      *> the rate the customer was promised; otherwise the FXC1
      *> charge is struck again at today's rate, and an expired
      *> quote is warned about so the operator can tell the
      *> customer. The clearing itself stands either way.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE CUSTOMER-ID OF PAD1-REC TO FXP1-CUSTOMER-ID
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO FXP1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO FXP1-TO-CURRENCY
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO FXP1-AMOUNT
           MOVE FX-QUOTE-NUMBER OF PAD1-REC TO FXP1-QUOTE-NUMBER
           MOVE WS-TODAY-DATE TO FXP1-PRICE-DATE
           CALL FXP1-PGM USING FXP1-COMM-AREA
           IF FX-QUOTE-NUMBER OF PAD1-REC > 0
               PERFORM SETTLE-FX-QUOTE
           END-IF
           IF FXP1-RATE-FOUND
               PERFORM STORE-CLEARING-CHARGE
           ELSE
               DISPLAY "PAM5: WARNING no exchange rate to price "
                   "payment " PAYMENT-ID OF PAM5-COMM-AREA " from "
                   PAYMENT-CURRENCY OF PAD1-REC
           END-IF.

       SETTLE-FX-QUOTE.
           MOVE FX-QUOTE-NUMBER OF PAD1-REC TO QUOTE-NUMBER OF FXQ1-REC
           MOVE FX-QUOTE-NUMBER OF PAD1-REC TO WS-EDIT-QUOTE-NUMBER
           IF FXP1-QUOTE-LOCKED
               MOVE 'C' TO QUOTE-STATUS OF FXQ1-REC
           ELSE
               MOVE 'X' TO QUOTE-STATUS OF FXQ1-REC
               STRING 'FX quote ' WS-EDIT-QUOTE-NUMBER
                   ' had expired - cleared at today''s rate'
                   DELIMITED BY SIZE INTO ERROR-MESSAGE
               DISPLAY "PAM5: WARNING payment "
                   PAYMENT-ID OF PAM5-COMM-AREA " "
                   ERROR-MESSAGE(1:60)
           END-IF
           EXEC SQL
               UPDATE FXQ1
               SET QUOTE_STATUS = :FXQ1-REC.QUOTE-STATUS
               WHERE QUOTE_NUMBER = :FXQ1-REC.QUOTE-NUMBER
           END-EXEC.

       STORE-CLEARING-CHARGE.
           MOVE PAYMENT-ID OF PAM5-COMM-AREA TO PAYMENT-ID OF FXC1-REC
           MOVE WS-TODAY-DATE TO CHARGE-DATE OF FXC1-REC
           MOVE CUSTOMER-ID OF PAD1-REC TO CUSTOMER-ID OF FXC1-REC
           MOVE FXP1-CUSTOMER-TIER TO CUSTOMER-TIER OF FXC1-REC
           MOVE FXP1-FROM-CURRENCY TO FROM-CURRENCY OF FXC1-REC
           MOVE FXP1-TO-CURRENCY TO TO-CURRENCY OF FXC1-REC
           MOVE FXP1-AMOUNT TO PAYMENT-AMOUNT OF FXC1-REC
           MOVE FXP1-MID-RATE TO MID-RATE OF FXC1-REC
           MOVE FXP1-MARGIN-BPS TO MARGIN-BPS OF FXC1-REC
           MOVE FXP1-CUSTOMER-RATE TO CUSTOMER-RATE OF FXC1-REC
           MOVE FXP1-MID-AMOUNT TO MID-AMOUNT OF FXC1-REC
           MOVE FXP1-CHARGED-AMOUNT TO CHARGED-AMOUNT OF FXC1-REC
           MOVE FXP1-MARGIN-AMOUNT TO MARGIN-AMOUNT OF FXC1-REC
           MOVE FXP1-RATE-METHOD TO RATE-METHOD OF FXC1-REC
           MOVE 'N' TO POSTED-FLAG OF FXC1-REC
           MOVE '0001-01-01' TO POSTED-DATE OF FXC1-REC
           EXEC SQL
               UPDATE FXC1
               SET CHARGE_DATE = :FXC1-REC.CHARGE-DATE,
                   CUSTOMER_TIER = :FXC1-REC.CUSTOMER-TIER,
                   MID_RATE = :FXC1-REC.MID-RATE,
                   MARGIN_BPS = :FXC1-REC.MARGIN-BPS,
                   CUSTOMER_RATE = :FXC1-REC.CUSTOMER-RATE,
                   MID_AMOUNT = :FXC1-REC.MID-AMOUNT,
                   CHARGED_AMOUNT = :FXC1-REC.CHARGED-AMOUNT,
                   MARGIN_AMOUNT = :FXC1-REC.MARGIN-AMOUNT,
                   RATE_METHOD = :FXC1-REC.RATE-METHOD
               WHERE PAYMENT_ID = :FXC1-REC.PAYMENT-ID
                 AND POSTED_FLAG = 'N'
           END-EXEC
      *> A payment created before charges were booked has no row to
      *> re-strike - it gets its first one now.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO FXC1
                       (PAYMENT_ID, CHARGE_DATE, CUSTOMER_ID,
                        CUSTOMER_TIER, FROM_CURRENCY, TO_CURRENCY,
                        PAYMENT_AMOUNT, MID_RATE, MARGIN_BPS,
                        CUSTOMER_RATE, MID_AMOUNT, CHARGED_AMOUNT,
                        MARGIN_AMOUNT, POSTED_FLAG, POSTED_DATE,
                        RATE_METHOD)
                   VALUES
                       (:FXC1-REC.PAYMENT-ID, :FXC1-REC.CHARGE-DATE,
                        :FXC1-REC.CUSTOMER-ID,
                        :FXC1-REC.CUSTOMER-TIER,
                        :FXC1-REC.FROM-CURRENCY,
                        :FXC1-REC.TO-CURRENCY,
                        :FXC1-REC.PAYMENT-AMOUNT,
                        :FXC1-REC.MID-RATE, :FXC1-REC.MARGIN-BPS,
                        :FXC1-REC.CUSTOMER-RATE,
                        :FXC1-REC.MID-AMOUNT,
                        :FXC1-REC.CHARGED-AMOUNT,
                        :FXC1-REC.MARGIN-AMOUNT,
                        :FXC1-REC.POSTED-FLAG,
                        :FXC1-REC.POSTED-DATE,
                        :FXC1-REC.RATE-METHOD)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "PAM5: FXC1 charge not stored for payment "
                   PAYMENT-ID OF PAM5-COMM-AREA " SQLCODE " SQLCODE
           END-IF.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO TIMESTAMP.

       RECORD-STATUS-EVENT.
      *> The status-change event goes on the PEO1 outbox in the same
      *> unit of work as the PAD1 change, so the two commit or back
      *> out together - PER1 puts it on the outbound queue, and a
      *> queue manager that is down only delays the message instead
      *> of losing it. No outbox row means no change.
           MOVE PAYMENT-ID OF PAM5-COMM-AREA TO PAYMENT-ID OF PEO1-REC
           MOVE 'C' TO NEW-STATUS OF PEO1-REC
           MOVE 'P' TO OLD-STATUS OF PEO1-REC
           MOVE USER-ID OF PAM5-COMM-AREA TO USER-ID OF PEO1-REC
           MOVE TIMESTAMP OF PAM5-COMM-AREA
               TO EVENT-TIMESTAMP OF PEO1-REC
           MOVE 'P' TO SEND-STATUS OF PEO1-REC
           MOVE SPACES TO SENT-TIMESTAMP OF PEO1-REC
           MOVE 0 TO PUBLISH-COUNT OF PEO1-REC
           MOVE MAIN-NAME OF PAM5-COMM-AREA TO CHANGE-SOURCE OF PEO1-REC
           EXEC SQL
               INSERT INTO PEO1
                   (PAYMENT_ID, NEW_STATUS, OLD_STATUS, USER_ID,
                    EVENT_TIMESTAMP, SEND_STATUS, SENT_TIMESTAMP,
                    PUBLISH_COUNT, CHANGE_SOURCE)
               VALUES
                   (:PEO1-REC.PAYMENT-ID, :PEO1-REC.NEW-STATUS,
                    :PEO1-REC.OLD-STATUS, :PEO1-REC.USER-ID,
                    :PEO1-REC.EVENT-TIMESTAMP, :PEO1-REC.SEND-STATUS,
                    :PEO1-REC.SENT-TIMESTAMP, :PEO1-REC.PUBLISH-COUNT,
                    :PEO1-REC.CHANGE-SOURCE)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO PAYMENT-STATUS
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF PAM5-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF PAM5-COMM-AREA
           END-IF.

       RETURN-TO-CALLER.
           DISPLAY "Module PAM5 ended with status: " PAYMENT-STATUS.
