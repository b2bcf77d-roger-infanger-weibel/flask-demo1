      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY CRL1SQL.
       COPY MND1SQL.
       COPY FRC1SQL.
       COPY OPU1SQL.
       COPY CGR1SQL.
       COPY LGH1SQL.
       COPY KYR1SQL.
       COPY IDD1SQL.
       COPY CRR1SQL.
       COPY CAD1SQL.
       COPY RWQ1SQL.
       COPY CUR1SQL.
       COPY BEN1SQL.
       COPY BNK1SQL.
       COPY FXC1SQL.
       COPY FXQ1SQL.
       COPY CFG1SQL.
       COPY SIG1SQL.
       COPY PPC1SQL.

       FILE SECTION.
       FD  AUDIT-FILE.
      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY CRL1REC.
       COPY MND1REC.
       COPY FRC1REC.
       COPY OPU1REC.
       COPY CGR1REC.
       COPY KYR1REC.
       COPY CRR1REC.
       COPY CAD1REC.
       COPY RWQ1REC.
       COPY CUR1REC.
       COPY BEN1REC.
       COPY BNK1REC.
       COPY FXC1REC.
       COPY FXQ1REC.
       COPY CFG1REC.
       COPY SIG1REC.
       COPY PPC1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       COPY PAM7.
       01  PAM7-PGM                           PIC X(8) VALUE 'PAM7'.

      *> Shared FX pricing - mid rate plus the FXM1 tier margin
       COPY FXP1.
       01  FXP1-PGM                           PIC X(8) VALUE 'FXP1'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate every other conversion uses
       COPY EXM1.
       01  EXM1-PGM                           PIC X(8) VALUE 'EXM1'.

      *> Per-operator monetary authority - how much this user may
      *> create alone, held on OAL1 under dual control
       COPY OAC1.
       01  OAC1-PGM                           PIC X(8) VALUE 'OAC1'.

      *> Customers' balances are kept in the base currency - a
      *> payment in anything else is converted at the margined rate
      *> and the charge booked on FXC1.
       01  WS-BASE-CURRENCY                   PIC X(3) VALUE 'USD'.
       01  WS-TODAY-DATE                      PIC X(10).

      *> Locked FX quotes - a rate promised at entry holds until the
      *> payment clears, for the number of calendar days on CFG1
      *> (two when unconfigured), so a payment approved days later
      *> on APQ1 still settles at the rate the customer was quoted.
       01  WS-QUOTE-VALID-PARM                PIC X(20)
           VALUE 'FX-QUOTE-VALID-DAYS'.
       01  WS-QUOTE-VALID-DAYS                PIC 9(3) VALUE 2.
       01  WS-LOCKED-QUOTE-NUMBER             PIC S9(9) COMP VALUE 0.
       01  WS-QUOTE-DATE-DIGITS               PIC 9(8).
       01  WS-QUOTE-DATE-INTEGER              PIC S9(9) COMP.
       01  WS-EDIT-QUOTE-NUMBER               PIC Z(8)9.

      *> Audit rows land on a date-stamped daily generation
      *> (PAM2AUD.YYYYMMDD) - today's calls go to today's file, AUL1
      *> sweeps exactly the requested day, and AHK1 retires

       01  WS-AUDIT-STATUS                    PIC X(2).
       01  WS-CURRENT-DATE                    PIC X(21).
       01  WS-TODAY-ISO                       PIC X(10).

       01  WS-RETRY-COUNT                     PIC 9(2) VALUE 0.
       01  WS-MAX-RETRIES                     PIC 9(2) VALUE 3.

       01  WS-DUPLICATE-COUNT                 PIC S9(9) COMP.
       01  WS-HOLD-COUNT                      PIC S9(9) COMP.
       01  WS-DOCUMENT-COUNT                  PIC S9(9) COMP.
       01  WS-VALID-DOCUMENT-COUNT            PIC S9(9) COMP.

      *> Credit-limit check work fields - the customer's open pending
      *> PAD1 amounts plus the new payment, everything converted into
       01  WS-GROUP-PENDING-SWITCH            PIC X(1).
           88  WS-GROUP-PENDING-DONE          VALUE 'Y'.

      *> Signatory check work fields - a customer with active SIG1
      *> signatories has every outbound instruction checked against
      *> the signatory named on it, and the amount weighed in the
      *> base currency against that signatory's individual limit.
       01  WS-SIGNATORY-COUNT                 PIC S9(9) COMP.
       01  WS-SIGN-REF                        PIC X(10).
       01  WS-SIGNATORY-OK-SWITCH             PIC X(1).
           88  WS-SIGNATORY-OK                VALUE 'Y'.

      *> Cross-border check work fields - a payee bank whose BNK1
      *> country is not the home country (the CFG1 parameter INA1
      *> withholds tax by, US when not set) makes the payment
      *> cross-border for the balance-of-payments return.
       01  WS-HOME-COUNTRY-PARM               PIC X(20)
           VALUE 'WHT-HOME-COUNTRY'.
       01  WS-HOME-COUNTRY                    PIC X(2).
       01  WS-CROSS-BORDER-SWITCH             PIC X(1).
           88  WS-CROSS-BORDER                VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
               PERFORM CHECK-DUPLICATE-ID
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND NOT COLLECTION-PAYMENT
               PERFORM CHECK-BENEFICIARY
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'E'
               AND NOT COLLECTION-PAYMENT
               PERFORM CHECK-CROSS-BORDER
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               PERFORM CHECK-LEGAL-HOLD
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               AND PAYMENT-STATUS NOT = 'H'
               PERFORM CHECK-KYC-REVIEW
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               PERFORM CHECK-IDENTITY-DOCUMENTS
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND NOT COLLECTION-PAYMENT
               PERFORM CHECK-SIGNATORY
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND PAYMENT-STATUS NOT = 'G'
               PERFORM CHECK-CUSTOMER-ACTIVE
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND PAYMENT-STATUS NOT = 'G'
               AND PAYMENT-STATUS NOT = 'I'
               AND COLLECTION-PAYMENT
               PERFORM CHECK-MANDATE
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'M'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND PAYMENT-STATUS NOT = 'G'
               AND PAYMENT-STATUS NOT = 'I'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               PERFORM CHECK-CREDIT-LIMIT
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'M'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND PAYMENT-STATUS NOT = 'G'
               AND PAYMENT-STATUS NOT = 'I'
               AND PAYMENT-STATUS NOT = 'L'
               AND PAYMENT-STATUS NOT = 'E'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               PERFORM CHECK-GROUP-LIMIT
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'L'
               AND PAYMENT-STATUS NOT = 'M'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND PAYMENT-STATUS NOT = 'G'
               AND PAYMENT-STATUS NOT = 'I'
               AND PAYMENT-STATUS NOT = 'E'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               PERFORM SCREEN-PAYMENT-VELOCITY
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'L'
               AND PAYMENT-STATUS NOT = 'M'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND PAYMENT-STATUS NOT = 'G'
               AND PAYMENT-STATUS NOT = 'I'
               AND PAYMENT-STATUS NOT = 'R'
               AND PAYMENT-STATUS NOT = 'E'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF PAYMENT-STATUS NOT = 'V' AND PAYMENT-STATUS NOT = 'X'
               AND PAYMENT-STATUS NOT = 'L'
               AND PAYMENT-STATUS NOT = 'M'
               AND PAYMENT-STATUS NOT = 'H'
               AND PAYMENT-STATUS NOT = 'K'
               AND PAYMENT-STATUS NOT = 'D'
               AND PAYMENT-STATUS NOT = 'G'
               AND PAYMENT-STATUS NOT = 'I'
               AND PAYMENT-STATUS NOT = 'R'
               AND PAYMENT-STATUS NOT = 'E'
               AND PAYMENT-STATUS NOT = 'B'
               AND PAYMENT-STATUS NOT = 'P'
               AND PAYMENT-STATUS NOT = 'A'
               IF DRY-RUN-REQUESTED
                   PERFORM PREVIEW-PAYMENT
               ELSE
           MOVE 0 TO RETURN-CODE OF PAM2-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF PAM2-COMM-AREA.
           MOVE 'P' TO PAYMENT-STATUS-CODE OF PAM2-COMM-AREA.
           MOVE 'N' TO WS-CROSS-BORDER-SWITCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

       CHECK-OPERATOR-AUTHORITY.
      *> The keying operator may create alone only up to their OAL1
      *> limit, weighed in the base currency - above it the payment
      *> is refused and a supervisor with the authority keys it.
           MOVE USER-ID OF PAM2-COMM-AREA TO OAC1-USER-ID
           MOVE 'C' TO OAC1-FUNCTION-CODE
           MOVE PAYMENT-AMOUNT OF PAM2-COMM-AREA TO OAC1-AMOUNT
           MOVE PAYMENT-CURRENCY OF PAM2-COMM-AREA TO OAC1-CURRENCY
           CALL OAC1-PGM USING OAC1-COMM-AREA
           IF NOT OAC1-WITHIN-LIMIT
               MOVE 'A' TO PAYMENT-STATUS
               MOVE OAC1-MESSAGE TO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-IF.

       VALIDATE-ID-FORMAT.
      *> Same shared check CAM1/BAM1/PAM1 run before their own SQL -
      *> catch a blank or non-numeric Payment ID before it burns a
                   TO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-IF.

       CHECK-BENEFICIARY.
      *> Outbound money must name who is being paid - an active
      *> BEN1 payee of this same customer - so SET1 can hand the
      *> bank a creditor account instead of the desk re-keying it
      *> on the portal. A collection pays nobody and skips this.
           IF BENEFICIARY-ID OF PAM2-COMM-AREA = SPACES
               MOVE 'B' TO PAYMENT-STATUS
               MOVE 'Beneficiary is required on an outbound payment'
                   TO ERROR-MESSAGE OF PAM2-COMM-AREA
           ELSE
               EXEC SQL
                   SELECT CUSTOMER_ID, BENEFICIARY_STATUS, BANK_ID
                   INTO :BEN1-REC.CUSTOMER-ID,
                        :BEN1-REC.BENEFICIARY-STATUS,
                        :BEN1-REC.BANK-ID
                   FROM BEN1
                   WHERE BENEFICIARY_ID =
                         :PAM2-COMM-AREA.BENEFICIARY-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 'B' TO PAYMENT-STATUS
                       MOVE 'Beneficiary is not on the payee master'
                           TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   WHEN SQLCODE NOT = 0
                       MOVE 'E' TO PAYMENT-STATUS
                       MOVE SQLCODE TO ERRM1-SQLCODE
                       CALL ERRM1-PGM USING ERRM1-COMM-AREA
                       MOVE ERRM1-MESSAGE
                           TO ERROR-MESSAGE OF PAM2-COMM-AREA
                       MOVE SQLCODE TO RETURN-CODE OF PAM2-COMM-AREA
                   WHEN CUSTOMER-ID OF BEN1-REC
                        NOT = CUSTOMER-ID OF PAM2-COMM-AREA
                       MOVE 'B' TO PAYMENT-STATUS
                       MOVE 'Beneficiary belongs to another customer'
                           TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   WHEN NOT BENEFICIARY-ACTIVE
                       MOVE 'B' TO PAYMENT-STATUS
                       MOVE 'Beneficiary is not active'
                           TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   WHEN OTHER
                       PERFORM CHECK-BENEFICIARY-BANK
               END-EVALUATE
           END-IF.

       CHECK-BENEFICIARY-BANK.
      *> A payee set up before its bank merged or closed is still
      *> active on BEN1 - the BNK1 directory is the one that knows
      *> the bank has gone, so the payment stops here rather than
      *> coming back as a return a week later.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           EXEC SQL
               SELECT CLOSURE_DATE, COUNTRY_CODE
               INTO :BNK1-REC.CLOSURE-DATE,
                    :BNK1-REC.COUNTRY-CODE
               FROM BNK1
               WHERE BANK_ID = :BEN1-REC.BANK-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'B' TO PAYMENT-STATUS
                   MOVE 'Beneficiary bank is not on the bank directory'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO PAYMENT-STATUS
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF PAM2-COMM-AREA
               WHEN CLOSURE-DATE OF BNK1-REC
                    NOT > WS-TODAY-ISO
                   MOVE 'B' TO PAYMENT-STATUS
                   MOVE 'Beneficiary bank has closed'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-EVALUATE.

       CHECK-CROSS-BORDER.
      *> The central bank's balance-of-payments return classifies
      *> every cross-border payment by economic purpose and
      *> counterparty country (see BOP1), so both are required here
      *> rather than compiled by hand from REG1 printouts. A
      *> domestic payment carries neither, whatever was keyed, so
      *> the return never has to tell the two apart.
           PERFORM READ-HOME-COUNTRY
           IF COUNTRY-CODE OF BNK1-REC NOT = WS-HOME-COUNTRY
               SET WS-CROSS-BORDER TO TRUE
               EVALUATE TRUE
                   WHEN PURPOSE-CODE OF PAM2-COMM-AREA = SPACES
                       MOVE 'P' TO PAYMENT-STATUS
                       MOVE 'Cross-border payment needs a purpose code'
                           TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   WHEN COUNTERPARTY-COUNTRY OF PAM2-COMM-AREA
                        IS NOT ALPHABETIC-UPPER
                     OR COUNTERPARTY-COUNTRY OF PAM2-COMM-AREA(1:1)
                        = SPACE
                     OR COUNTERPARTY-COUNTRY OF PAM2-COMM-AREA(2:1)
                        = SPACE
                       MOVE 'P' TO PAYMENT-STATUS
                       MOVE 'Counterparty country is not an ISO code'
                           TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   WHEN OTHER
                       PERFORM VALIDATE-PURPOSE-CODE
               END-EVALUATE
           END-IF.

       READ-HOME-COUNTRY.
           MOVE 'US' TO WS-HOME-COUNTRY
           MOVE WS-HOME-COUNTRY-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
               MOVE PARM-VALUE OF CFG1-REC(1:2) TO WS-HOME-COUNTRY
           END-IF.

       VALIDATE-PURPOSE-CODE.
      *> A code the central bank has withdrawn stays on PPC1 for the
      *> payments already made under it, but takes no new ones.
           EXEC SQL
               SELECT ACTIVE_FLAG
               INTO :PPC1-REC.ACTIVE-FLAG
               FROM PPC1
               WHERE PURPOSE_CODE = :PAM2-COMM-AREA.PURPOSE-CODE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'P' TO PAYMENT-STATUS
                   MOVE 'Purpose code is not on the purpose-code table'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO PAYMENT-STATUS
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF PAM2-COMM-AREA
               WHEN ACTIVE-FLAG OF PPC1-REC NOT = 'Y'
                   MOVE 'P' TO PAYMENT-STATUS
                   MOVE 'Purpose code has been withdrawn'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-EVALUATE.

       CHECK-LEGAL-HOLD.
      *> A court order's LGH1 hold stops new payments outright - a
      *> distinct status code so the desk sees "legal hold", not a
                   TO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-IF.

       CHECK-KYC-REVIEW.
      *> A customer whose periodic KYC review is overdue past the
      *> grace period (or failed) is refused new payments the same
      *> way a legal hold refuses them - KYW1 keeps the due dates,
      *> KYM1 lifts the block when the review is recorded passed. A
      *> customer KYW1 has not yet scheduled is not blocked.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           EXEC SQL
               SELECT BLOCK_DATE
               INTO :KYR1-REC.BLOCK-DATE
               FROM KYR1
               WHERE CUSTOMER_ID = :PAM2-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               AND BLOCK-DATE OF KYR1-REC NOT > WS-TODAY-ISO
               MOVE 'K' TO PAYMENT-STATUS
               MOVE 'Customer KYC review is overdue - payments blocked'
                   TO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-IF.

       CHECK-IDENTITY-DOCUMENTS.
      *> A high-risk customer whose identity documents on IDD1 have
      *> all expired is refused new payments until a renewed one is
      *> recorded through IDM1 - IDX1 lists them monthly. Other
      *> ratings are chased by letter only, and a customer with no
      *> IDD1 row at all predates the register and is not blocked.
           EXEC SQL
               SELECT RISK_RATING
               INTO :CRR1-REC.RISK-RATING
               FROM CRR1
               WHERE CUSTOMER_ID = :PAM2-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0 AND RISK-RATING OF CRR1-REC = 'H'
               STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                      '-' WS-CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-TODAY-ISO
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(SUM(CASE
                              WHEN EXPIRY_DATE >= :WS-TODAY-ISO
                              THEN 1 ELSE 0 END), 0)
                   INTO :WS-DOCUMENT-COUNT, :WS-VALID-DOCUMENT-COUNT
                   FROM IDD1
                   WHERE CUSTOMER_ID = :PAM2-COMM-AREA.CUSTOMER-ID
                     AND DOCUMENT_STATUS = 'A'
               END-EXEC
               IF SQLCODE = 0 AND WS-DOCUMENT-COUNT > 0
                   AND WS-VALID-DOCUMENT-COUNT = 0
                   MOVE 'D' TO PAYMENT-STATUS
                   MOVE 'High-risk customer has no valid identity doc'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
               END-IF
           END-IF.

       CHECK-SIGNATORY.
      *> A corporate customer's mandate to the bank names who may
      *> sign for it - any active SIG1 row switches the customer
      *> onto signed instructions, and a payment that names no
      *> signatory, or one who is not (or no longer) an authorized
      *> signatory of this customer, is refused. A customer with no
      *> signatories on file keeps the old behavior.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SIGNATORY-COUNT
               FROM SIG1
               WHERE CUSTOMER_ID = :PAM2-COMM-AREA.CUSTOMER-ID
                 AND SIGNATORY_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0 AND WS-SIGNATORY-COUNT > 0
               PERFORM CHECK-INSTRUCTION-SIGNED
           END-IF.

       CHECK-INSTRUCTION-SIGNED.
           PERFORM SET-TODAY-DATE
           IF SIGNATORY-REF OF PAM2-COMM-AREA = SPACES
               MOVE 'G' TO PAYMENT-STATUS
               MOVE 'Signatory reference is required for this customer'
                   TO ERROR-MESSAGE OF PAM2-COMM-AREA
           ELSE
               MOVE SIGNATORY-REF OF PAM2-COMM-AREA TO WS-SIGN-REF
               PERFORM VALIDATE-SIGNATORY
           END-IF
           IF PAYMENT-STATUS NOT = 'G'
               AND SECOND-SIGNATORY-REF OF PAM2-COMM-AREA = SPACES
               PERFORM WEIGH-SIGNATORY-LIMIT
           END-IF
           IF PAYMENT-STATUS NOT = 'G'
               AND SECOND-SIGNATORY-REF OF PAM2-COMM-AREA NOT = SPACES
               IF SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
                   = SIGNATORY-REF OF PAM2-COMM-AREA
                   MOVE 'G' TO PAYMENT-STATUS
                   MOVE 'Second signatory must be a different person'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
               ELSE
                   MOVE SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
                       TO WS-SIGN-REF
                   PERFORM VALIDATE-SIGNATORY
               END-IF
           END-IF.

       VALIDATE-SIGNATORY.
      *> The reference must be this customer's, active, and inside
      *> its validity dates today.
           MOVE 'N' TO WS-SIGNATORY-OK-SWITCH
           EXEC SQL
               SELECT CUSTOMER_ID, SIGNING_CLASS, INDIVIDUAL_LIMIT,
                      VALID_FROM, VALID_TO, SIGNATORY_STATUS
               INTO :SIG1-REC.CUSTOMER-ID, :SIG1-REC.SIGNING-CLASS,
                    :SIG1-REC.INDIVIDUAL-LIMIT,
                    :SIG1-REC.VALID-FROM, :SIG1-REC.VALID-TO,
                    :SIG1-REC.SIGNATORY-STATUS
               FROM SIG1
               WHERE SIGNATORY_REF = :WS-SIGN-REF
           END-EXEC
           IF SQLCODE = 0
               AND CUSTOMER-ID OF SIG1-REC
                   = CUSTOMER-ID OF PAM2-COMM-AREA
               AND SIGNATORY-ACTIVE
               AND VALID-FROM OF SIG1-REC NOT > WS-TODAY-DATE
               AND VALID-TO OF SIG1-REC NOT < WS-TODAY-DATE
               SET WS-SIGNATORY-OK TO TRUE
           END-IF
           IF NOT WS-SIGNATORY-OK
               MOVE 'G' TO PAYMENT-STATUS
               STRING 'Signatory ' WS-SIGN-REF
                   ' is not an authorized signatory of this customer'
                   DELIMITED BY SIZE
                   INTO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-IF.

       WEIGH-SIGNATORY-LIMIT.
      *> One signature is enough only from a sole signatory and up
      *> to their own limit - otherwise the payment is created, but
      *> PAM5 holds it until a second signatory countersigns. An
      *> amount that cannot be weighed is refused rather than waved
      *> through on one signature.
           MOVE SPACES TO EXM1-COMM-AREA
           MOVE PAYMENT-CURRENCY OF PAM2-COMM-AREA
               TO EXM1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
           IF PAYMENT-AMOUNT OF PAM2-COMM-AREA < 0
               COMPUTE EXM1-AMOUNT =
                   0 - PAYMENT-AMOUNT OF PAM2-COMM-AREA
           ELSE
               MOVE PAYMENT-AMOUNT OF PAM2-COMM-AREA TO EXM1-AMOUNT
           END-IF
           CALL EXM1-PGM USING EXM1-COMM-AREA
           EVALUATE TRUE
               WHEN NOT EXM1-RATE-FOUND
                   MOVE 'G' TO PAYMENT-STATUS
                   STRING 'No exchange rate to weigh the amount '
                       'against the signatory limit in '
                       PAYMENT-CURRENCY OF PAM2-COMM-AREA
                       DELIMITED BY SIZE
                       INTO ERROR-MESSAGE OF PAM2-COMM-AREA
               WHEN SIGNS-JOINTLY
               WHEN EXM1-CONVERTED-AMOUNT
                    > INDIVIDUAL-LIMIT OF SIG1-REC
                   MOVE 'Second signatory needed before it can clear'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
           END-EVALUATE.

       CHECK-CUSTOMER-ACTIVE.
      *> A payment against a DRM1-swept Inactive customer used to
      *> fail somewhere downstream and surface as a complaint - it
           MOVE 'O' TO QUEUE-STATUS OF RWQ1-REC
           MOVE SPACES TO DECISION-USER OF RWQ1-REC
           MOVE '0001-01-01' TO DECISION-DATE OF RWQ1-REC
           MOVE BENEFICIARY-ID OF PAM2-COMM-AREA
               TO BENEFICIARY-ID OF RWQ1-REC
           MOVE SIGNATORY-REF OF PAM2-COMM-AREA
               TO SIGNATORY-REF OF RWQ1-REC
           MOVE SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
               TO SECOND-SIGNATORY-REF OF RWQ1-REC
           EXEC SQL
               INSERT INTO RWQ1
                   (PAYMENT_ID, CUSTOMER_ID, PAYMENT_AMOUNT,
                    PAYMENT_CURRENCY, REQUEST_DATE, QUEUE_STATUS,
                    DECISION_USER, DECISION_DATE, BENEFICIARY_ID,
                    SIGNATORY_REF, SECOND_SIGNATORY_REF)
               VALUES
                   (:RWQ1-REC.PAYMENT-ID, :RWQ1-REC.CUSTOMER-ID,
                    :RWQ1-REC.PAYMENT-AMOUNT,
                    :RWQ1-REC.PAYMENT-CURRENCY,
                    :RWQ1-REC.REQUEST-DATE, :RWQ1-REC.QUEUE-STATUS,
                    :RWQ1-REC.DECISION-USER,
                    :RWQ1-REC.DECISION-DATE,
                    :RWQ1-REC.BENEFICIARY-ID,
                    :RWQ1-REC.SIGNATORY-REF,
                    :RWQ1-REC.SECOND-SIGNATORY-REF)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
               DISPLAY "PAM2: reactivation item not parked for "
      *> signed MND1 authority on file we refund every dispute by
      *> default, so no active mandate (or one whose ceiling the
      *> amount exceeds) refuses the create outright.
      *> The mandate found is recorded on the PAD1 row, which is
      *> what keeps it clear of MLP1's lapse sweep.
           MOVE SPACES TO MANDATE-ID OF MND1-REC
           EXEC SQL
               SELECT MANDATE_ID, CEILING_AMOUNT
               INTO :MND1-REC.MANDATE-ID, :MND1-REC.CEILING-AMOUNT
               FROM MND1
               WHERE CUSTOMER_ID = :PAM2-COMM-AREA.CUSTOMER-ID
                 AND MANDATE_STATUS = 'A'
                 AND CEILING_AMOUNT >=
                     :PAM2-COMM-AREA.PAYMENT-AMOUNT
                 AND (:PAM2-COMM-AREA.MANDATE-ID = ' '
                  OR MANDATE_ID = :PAM2-COMM-AREA.MANDATE-ID)
               ORDER BY MANDATE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
      *> Nothing used to stop a customer accumulating an unlimited
      *> pending total - when the customer has a CRL1 row, the open
      *> PAYMENT-PENDING amounts on PAD1 plus this new payment are
      *> summed in the limit's currency (newest rate through EXM1,
      *> the same rule PAM1 converts with) and the insert is refused
      *> when the limit would be breached. A customer with no CRL1
      *> row keeps the old behavior.
           MOVE 'N' TO WS-LIMIT-FOUND-SWITCH
           EXEC SQL
               SELECT CREDIT_LIMIT, LIMIT_CURRENCY
               MOVE WS-CONVERT-AMOUNT TO WS-CONVERTED-AMOUNT
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE SPACES TO EXM1-COMM-AREA
               MOVE WS-CONVERT-CURRENCY TO EXM1-FROM-CURRENCY
               MOVE LIMIT-CURRENCY OF CRL1-REC TO EXM1-TO-CURRENCY
               MOVE WS-CONVERT-AMOUNT TO EXM1-AMOUNT
               CALL EXM1-PGM USING EXM1-COMM-AREA
               IF EXM1-RATE-FOUND
                   SET WS-RATE-FOUND TO TRUE
                   MOVE EXM1-CONVERTED-AMOUNT TO WS-CONVERTED-AMOUNT
               END-IF
           END-IF
           IF NOT WS-RATE-FOUND
           MOVE WS-CURRENT-DATE(1:10) TO OPEN-DATE OF FRC1-REC
           MOVE SPACES TO DISPOSITION-USER OF FRC1-REC
           MOVE '0001-01-01' TO DISPOSITION-DATE OF FRC1-REC
           MOVE BENEFICIARY-ID OF PAM2-COMM-AREA
               TO BENEFICIARY-ID OF FRC1-REC
           MOVE SIGNATORY-REF OF PAM2-COMM-AREA
               TO SIGNATORY-REF OF FRC1-REC
           MOVE SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
               TO SECOND-SIGNATORY-REF OF FRC1-REC
           EXEC SQL
               INSERT INTO FRC1
                   (PAYMENT_ID, CUSTOMER_ID, PAYMENT_AMOUNT,
                    PAYMENT_CURRENCY, CASE_STATUS, OPEN_DATE,
                    DISPOSITION_USER, DISPOSITION_DATE,
                    BENEFICIARY_ID, SIGNATORY_REF,
                    SECOND_SIGNATORY_REF)
               VALUES
                   (:FRC1-REC.PAYMENT-ID, :FRC1-REC.CUSTOMER-ID,
                    :FRC1-REC.PAYMENT-AMOUNT,
                    :FRC1-REC.PAYMENT-CURRENCY,
                    :FRC1-REC.CASE-STATUS, :FRC1-REC.OPEN-DATE,
                    :FRC1-REC.DISPOSITION-USER,
                    :FRC1-REC.DISPOSITION-DATE,
                    :FRC1-REC.BENEFICIARY-ID,
                    :FRC1-REC.SIGNATORY-REF,
                    :FRC1-REC.SECOND-SIGNATORY-REF)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
               DISPLAY "PAM2: fraud case not opened for payment "
      *> lands on PAD1 for real.
           MOVE 'Y' TO PAYMENT-STATUS
           MOVE 'Dry run - payment not inserted'
               TO ERROR-MESSAGE OF PAM2-COMM-AREA
      *> A preview is where the customer is told the rate - a lock
      *> asked for here is taken for real, and the create that
      *> follows passes the quote number back with 'U'.
           IF FX-QUOTE-REQUESTED
               AND PAYMENT-CURRENCY OF PAM2-COMM-AREA
                   NOT = WS-BASE-CURRENCY
               MOVE 0 TO WS-LOCKED-QUOTE-NUMBER
               PERFORM ISSUE-FX-QUOTE
               IF WS-LOCKED-QUOTE-NUMBER > 0
                   MOVE WS-LOCKED-QUOTE-NUMBER TO WS-EDIT-QUOTE-NUMBER
                   MOVE SPACES TO ERROR-MESSAGE OF PAM2-COMM-AREA
                   STRING 'Dry run - payment not inserted, rate '
                       'locked under FX quote ' WS-EDIT-QUOTE-NUMBER
                       ' until ' EXPIRY-DATE OF FXQ1-REC
                       DELIMITED BY SIZE
                       INTO ERROR-MESSAGE OF PAM2-COMM-AREA
               END-IF
           END-IF.

       CREATE-PAYMENT.
           MOVE 0 TO WS-LOCKED-QUOTE-NUMBER
           IF PAYMENT-CURRENCY OF PAM2-COMM-AREA NOT = WS-BASE-CURRENCY
               EVALUATE TRUE
                   WHEN FX-QUOTE-REQUESTED
                       PERFORM ISSUE-FX-QUOTE
                   WHEN FX-QUOTE-SUPPLIED
                       PERFORM CHECK-SUPPLIED-QUOTE
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-RETRY-COUNT
           PERFORM INSERT-PAYMENT
           PERFORM UNTIL (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
           END-PERFORM
           IF SQLCODE = 0
               MOVE 'S' TO PAYMENT-STATUS
               IF PAYMENT-CURRENCY OF PAM2-COMM-AREA
                   NOT = WS-BASE-CURRENCY
                   PERFORM BOOK-FX-CHARGE
               END-IF
               IF WS-LOCKED-QUOTE-NUMBER > 0
                   PERFORM ATTACH-FX-QUOTE
               END-IF
           ELSE
               MOVE 'E' TO PAYMENT-STATUS
               MOVE SQLCODE TO ERRM1-SQLCODE
                   TO ERROR-MESSAGE OF PAM2-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF PAM2-COMM-AREA.

       BOOK-FX-CHARGE.
      *> The rate is struck once, when the payment is created - the
      *> FXC1 row is what PAM1 quotes back, what GLX1 posts the
      *> margin from and what FXR1 reports to Treasury; PAM5 strikes
      *> it again at clearing unless a quote locked it. The payment
      *> itself already stands; a pair EXR1 cannot price (or a
      *> failed insert) leaves no charge row, and PAM1 prices that
      *> payment live instead.
           PERFORM SET-TODAY-DATE
           MOVE CUSTOMER-ID OF PAM2-COMM-AREA TO FXP1-CUSTOMER-ID
           MOVE PAYMENT-CURRENCY OF PAM2-COMM-AREA
               TO FXP1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO FXP1-TO-CURRENCY
           MOVE PAYMENT-AMOUNT OF PAM2-COMM-AREA TO FXP1-AMOUNT
           MOVE WS-LOCKED-QUOTE-NUMBER TO FXP1-QUOTE-NUMBER
           MOVE WS-TODAY-DATE TO FXP1-PRICE-DATE
           CALL FXP1-PGM USING FXP1-COMM-AREA
           IF FXP1-RATE-FOUND
               MOVE PAYMENT-ID OF PAD1-REC TO PAYMENT-ID OF FXC1-REC
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
               IF SQLCODE NOT = 0
                   DISPLAY "PAM2: FXC1 charge insert failed for "
                       "payment " PAYMENT-ID OF PAD1-REC
                       " SQLCODE " SQLCODE
               END-IF
           ELSE
               DISPLAY "PAM2: no exchange rate to price payment "
                   PAYMENT-ID OF PAD1-REC " from "
                   PAYMENT-CURRENCY OF PAM2-COMM-AREA
           END-IF.

       INSERT-PAYMENT.
      *> -911/-913 (deadlock/timeout) are transient - CREATE-PAYMENT
      *> retries a handful of times with a growing delay before giving
           MOVE CUSTOMER-ID OF PAM2-COMM-AREA TO CUSTOMER-ID OF PAD1-REC
           MOVE PAYMENT-STATUS-CODE OF PAM2-COMM-AREA
               TO PAYMENT-STATUS-CODE OF PAD1-REC
      *> A re-presented collection links back to the first one of
      *> its series; every other create stands alone.
           IF COLLECTION-PAYMENT
               MOVE ORIGINAL-PAYMENT-ID OF PAM2-COMM-AREA
                   TO ORIGINAL-PAYMENT-ID OF PAD1-REC
           ELSE
               MOVE SPACES TO ORIGINAL-PAYMENT-ID OF PAD1-REC
           END-IF
           PERFORM RESOLVE-OPERATING-UNIT
           IF COLLECTION-PAYMENT
               MOVE SPACES TO BENEFICIARY-ID OF PAD1-REC
           ELSE
               MOVE BENEFICIARY-ID OF PAM2-COMM-AREA
                   TO BENEFICIARY-ID OF PAD1-REC
           END-IF
           IF URGENT-PAYMENT
               MOVE 'Y' TO URGENT-FLAG OF PAD1-REC
           ELSE
               MOVE 'N' TO URGENT-FLAG OF PAD1-REC
           END-IF
           IF COLLECTION-PAYMENT
               MOVE MANDATE-ID OF MND1-REC TO MANDATE-ID OF PAD1-REC
           ELSE
               MOVE SPACES TO MANDATE-ID OF PAD1-REC
           END-IF
           MOVE WS-LOCKED-QUOTE-NUMBER TO FX-QUOTE-NUMBER OF PAD1-REC
      *> A collection is signed by its mandate, not a signatory.
           IF COLLECTION-PAYMENT
               MOVE SPACES TO SIGNATORY-REF OF PAD1-REC
               MOVE SPACES TO SECOND-SIGNATORY-REF OF PAD1-REC
           ELSE
               MOVE SIGNATORY-REF OF PAM2-COMM-AREA
                   TO SIGNATORY-REF OF PAD1-REC
               MOVE SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
                   TO SECOND-SIGNATORY-REF OF PAD1-REC
           END-IF
           MOVE MAIN-NAME OF PAM2-COMM-AREA
               TO ENTRY-CHANNEL OF PAD1-REC
           IF WS-CROSS-BORDER
               MOVE PURPOSE-CODE OF PAM2-COMM-AREA
                   TO PURPOSE-CODE OF PAD1-REC
               MOVE COUNTERPARTY-COUNTRY OF PAM2-COMM-AREA
                   TO COUNTERPARTY-COUNTRY OF PAD1-REC
           ELSE
               MOVE SPACES TO PURPOSE-CODE OF PAD1-REC
               MOVE SPACES TO COUNTERPARTY-COUNTRY OF PAD1-REC
           END-IF
           EXEC SQL
               INSERT INTO PAD1
                   (PAYMENT_ID, PAYMENT_DATE, PAYMENT_USER,
                    PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                    PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                    OPERATING_UNIT, BENEFICIARY_ID, URGENT_FLAG,
                    MANDATE_ID, FX_QUOTE_NUMBER, SIGNATORY_REF,
                    SECOND_SIGNATORY_REF, ENTRY_CHANNEL,
                    PURPOSE_CODE, COUNTERPARTY_COUNTRY)
               VALUES
                   (:PAD1-REC.PAYMENT-ID, :PAD1-REC.PAYMENT-DATE,
                    :PAD1-REC.PAYMENT-USER, :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY, :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.PAYMENT-STATUS-CODE,
                    :PAD1-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-REC.OPERATING-UNIT,
                    :PAD1-REC.BENEFICIARY-ID,
                    :PAD1-REC.URGENT-FLAG,
                    :PAD1-REC.MANDATE-ID,
                    :PAD1-REC.FX-QUOTE-NUMBER,
                    :PAD1-REC.SIGNATORY-REF,
                    :PAD1-REC.SECOND-SIGNATORY-REF,
                    :PAD1-REC.ENTRY-CHANNEL,
                    :PAD1-REC.PURPOSE-CODE,
                    :PAD1-REC.COUNTERPARTY-COUNTRY)
           END-EXEC.

       SET-TODAY-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE.

       ISSUE-FX-QUOTE.
      *> The rate is struck now through FXP1 - mid plus the tier
      *> margin - and held on FXQ1 under the next quote number. No
      *> EXR1 rate means nothing to lock; the payment goes ahead at
      *> whatever rate clearing finds, and the caller is told.
           PERFORM SET-TODAY-DATE
           MOVE CUSTOMER-ID OF PAM2-COMM-AREA TO FXP1-CUSTOMER-ID
           MOVE PAYMENT-CURRENCY OF PAM2-COMM-AREA
               TO FXP1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO FXP1-TO-CURRENCY
           MOVE PAYMENT-AMOUNT OF PAM2-COMM-AREA TO FXP1-AMOUNT
           MOVE 0 TO FXP1-QUOTE-NUMBER
           CALL FXP1-PGM USING FXP1-COMM-AREA
           IF NOT FXP1-RATE-FOUND
               STRING 'No exchange rate to lock from '
                   PAYMENT-CURRENCY OF PAM2-COMM-AREA ' to '
                   WS-BASE-CURRENCY ' - rate not locked'
                   DELIMITED BY SIZE
                   INTO ERROR-MESSAGE OF PAM2-COMM-AREA
           ELSE
               PERFORM READ-QUOTE-VALIDITY
               EXEC SQL
                   SELECT COALESCE(MAX(QUOTE_NUMBER), 0) + 1
                   INTO :FXQ1-REC.QUOTE-NUMBER
                   FROM FXQ1
               END-EXEC
               MOVE WS-TODAY-DATE TO QUOTE-DATE OF FXQ1-REC
               MOVE WS-CURRENT-DATE(1:8) TO WS-QUOTE-DATE-DIGITS
               COMPUTE WS-QUOTE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE-DIGITS)
                   + WS-QUOTE-VALID-DAYS
               COMPUTE WS-QUOTE-DATE-DIGITS =
                   FUNCTION DATE-OF-INTEGER(WS-QUOTE-DATE-INTEGER)
               STRING WS-QUOTE-DATE-DIGITS(1:4) '-'
                   WS-QUOTE-DATE-DIGITS(5:2) '-'
                   WS-QUOTE-DATE-DIGITS(7:2)
                   DELIMITED BY SIZE INTO EXPIRY-DATE OF FXQ1-REC
               MOVE USER-ID OF PAM2-COMM-AREA TO QUOTE-USER OF FXQ1-REC
               MOVE FXP1-CUSTOMER-ID TO CUSTOMER-ID OF FXQ1-REC
               MOVE FXP1-CUSTOMER-TIER TO CUSTOMER-TIER OF FXQ1-REC
               MOVE FXP1-FROM-CURRENCY TO FROM-CURRENCY OF FXQ1-REC
               MOVE FXP1-TO-CURRENCY TO TO-CURRENCY OF FXQ1-REC
               MOVE FXP1-AMOUNT TO QUOTE-AMOUNT OF FXQ1-REC
               MOVE FXP1-MID-RATE TO MID-RATE OF FXQ1-REC
               MOVE FXP1-MARGIN-BPS TO MARGIN-BPS OF FXQ1-REC
               MOVE FXP1-CUSTOMER-RATE TO CUSTOMER-RATE OF FXQ1-REC
               MOVE 'O' TO QUOTE-STATUS OF FXQ1-REC
               MOVE SPACES TO PAYMENT-ID OF FXQ1-REC
               EXEC SQL
                   INSERT INTO FXQ1
                       (QUOTE_NUMBER, QUOTE_DATE, EXPIRY_DATE,
                        QUOTE_USER, CUSTOMER_ID, CUSTOMER_TIER,
                        FROM_CURRENCY, TO_CURRENCY, QUOTE_AMOUNT,
                        MID_RATE, MARGIN_BPS, CUSTOMER_RATE,
                        QUOTE_STATUS, PAYMENT_ID)
                   VALUES
                       (:FXQ1-REC.QUOTE-NUMBER, :FXQ1-REC.QUOTE-DATE,
                        :FXQ1-REC.EXPIRY-DATE, :FXQ1-REC.QUOTE-USER,
                        :FXQ1-REC.CUSTOMER-ID,
                        :FXQ1-REC.CUSTOMER-TIER,
                        :FXQ1-REC.FROM-CURRENCY,
                        :FXQ1-REC.TO-CURRENCY,
                        :FXQ1-REC.QUOTE-AMOUNT, :FXQ1-REC.MID-RATE,
                        :FXQ1-REC.MARGIN-BPS,
                        :FXQ1-REC.CUSTOMER-RATE,
                        :FXQ1-REC.QUOTE-STATUS, :FXQ1-REC.PAYMENT-ID)
               END-EXEC
               IF SQLCODE = 0
                   MOVE QUOTE-NUMBER OF FXQ1-REC
                       TO WS-LOCKED-QUOTE-NUMBER
                   MOVE QUOTE-NUMBER OF FXQ1-REC
                       TO FX-QUOTE-NUMBER OF PAM2-COMM-AREA
               ELSE
                   MOVE 'FX quote not recorded - rate not locked'
                       TO ERROR-MESSAGE OF PAM2-COMM-AREA
               END-IF
           END-IF.

       READ-QUOTE-VALIDITY.
           MOVE 2 TO WS-QUOTE-VALID-DAYS
           MOVE WS-QUOTE-VALID-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-QUOTE-VALID-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF.

       CHECK-SUPPLIED-QUOTE.
      *> The quote a preview locked - honored only while FXP1 finds
      *> it still good for this customer, pair and amount and no
      *> other payment has taken it. Otherwise the payment still
      *> goes ahead, at today's rate, and the warning says why.
           PERFORM SET-TODAY-DATE
           MOVE FX-QUOTE-NUMBER OF PAM2-COMM-AREA
               TO WS-EDIT-QUOTE-NUMBER
           MOVE CUSTOMER-ID OF PAM2-COMM-AREA TO FXP1-CUSTOMER-ID
           MOVE PAYMENT-CURRENCY OF PAM2-COMM-AREA
               TO FXP1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO FXP1-TO-CURRENCY
           MOVE PAYMENT-AMOUNT OF PAM2-COMM-AREA TO FXP1-AMOUNT
           MOVE FX-QUOTE-NUMBER OF PAM2-COMM-AREA TO FXP1-QUOTE-NUMBER
           MOVE WS-TODAY-DATE TO FXP1-PRICE-DATE
           CALL FXP1-PGM USING FXP1-COMM-AREA
           EVALUATE TRUE
               WHEN FXP1-QUOTE-EXPIRED
                   STRING 'FX quote ' WS-EDIT-QUOTE-NUMBER
                       ' has expired - created at today''s rate'
                       DELIMITED BY SIZE
                       INTO ERROR-MESSAGE OF PAM2-COMM-AREA
               WHEN NOT FXP1-QUOTE-LOCKED
                   STRING 'FX quote ' WS-EDIT-QUOTE-NUMBER
                       ' does not fit this payment - created at '
                       'today''s rate'
                       DELIMITED BY SIZE
                       INTO ERROR-MESSAGE OF PAM2-COMM-AREA
               WHEN OTHER
                   EXEC SQL
                       SELECT QUOTE_STATUS
                       INTO :FXQ1-REC.QUOTE-STATUS
                       FROM FXQ1
                       WHERE QUOTE_NUMBER =
                           :PAM2-COMM-AREA.FX-QUOTE-NUMBER
                   END-EXEC
                   IF SQLCODE = 0 AND QUOTE-STATUS OF FXQ1-REC = 'O'
                       MOVE FX-QUOTE-NUMBER OF PAM2-COMM-AREA
                           TO WS-LOCKED-QUOTE-NUMBER
                   ELSE
                       STRING 'FX quote ' WS-EDIT-QUOTE-NUMBER
                           ' is already used - created at today''s '
                           'rate'
                           DELIMITED BY SIZE
                           INTO ERROR-MESSAGE OF PAM2-COMM-AREA
                   END-IF
           END-EVALUATE
           IF WS-LOCKED-QUOTE-NUMBER = 0
               DISPLAY "PAM2: WARNING "
                   ERROR-MESSAGE OF PAM2-COMM-AREA(1:70)
           END-IF.

       ATTACH-FX-QUOTE.
           EXEC SQL
               UPDATE FXQ1
               SET QUOTE_STATUS = 'A',
                   PAYMENT_ID = :PAD1-REC.PAYMENT-ID
               WHERE QUOTE_NUMBER = :WS-LOCKED-QUOTE-NUMBER
                 AND QUOTE_STATUS = 'O'
           END-EXEC
           MOVE WS-LOCKED-QUOTE-NUMBER
               TO FX-QUOTE-NUMBER OF PAM2-COMM-AREA.

       RESOLVE-OPERATING-UNIT.
      *> A caller-supplied unit is honored; a blank one derives the
      *> caller's own desk from OPU1 by USER-ID. A user with no OPU1
