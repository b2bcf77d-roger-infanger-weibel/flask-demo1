       COPY PAD1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

      *> Per-operator monetary authority - how much this user may
      *> refund alone, held on OAL1 under dual control
       COPY OAC1.
       01  OAC1-PGM                           PIC X(8) VALUE 'OAC1'.

       01  WS-CURRENT-DATE                    PIC X(21).

       01  WS-ORIGINAL-STATUS-CODE            PIC X(1).
           IF PAYMENT-STATUS = 'S'
               PERFORM CHECK-NOT-ALREADY-REFUNDED
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM INSERT-REFUND-PAYMENT
           END-IF
      *> is PAM3's business, a Rejected one never moved money.
           EXEC SQL
               SELECT PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                      PAYMENT_STATUS_CODE, OPERATING_UNIT,
                      BENEFICIARY_ID, PURPOSE_CODE,
                      COUNTERPARTY_COUNTRY
               INTO :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY,
                    :PAD1-REC.CUSTOMER-ID,
                    :WS-ORIGINAL-STATUS-CODE,
                    :PAD1-REC.OPERATING-UNIT,
                    :PAD1-REC.BENEFICIARY-ID,
                    :PAD1-REC.PURPOSE-CODE,
                    :PAD1-REC.COUNTERPARTY-COUNTRY
               FROM PAD1
               WHERE PAYMENT_ID = :PAM8-COMM-AREA.PAYMENT-ID
           END-EXEC
                   MOVE 'S' TO PAYMENT-STATUS
           END-EVALUATE.

       CHECK-OPERATOR-AUTHORITY.
      *> The keying operator may refund alone only up to their OAL1
      *> limit, weighed in the base currency against the payment
      *> being refunded - above it the refund is refused and a
      *> supervisor with the authority keys it.
           MOVE USER-ID OF PAM8-COMM-AREA TO OAC1-USER-ID
           MOVE 'F' TO OAC1-FUNCTION-CODE
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO OAC1-AMOUNT
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO OAC1-CURRENCY
           CALL OAC1-PGM USING OAC1-COMM-AREA
           IF NOT OAC1-WITHIN-LIMIT
               MOVE 'A' TO PAYMENT-STATUS
               MOVE OAC1-MESSAGE TO ERROR-MESSAGE OF PAM8-COMM-AREA
           END-IF.

       CHECK-NOT-ALREADY-REFUNDED.
      *> One refund per payment - a cleared row already linked back
      *> to this one for the opposite amount is the evidence the
      *> money went back (a re-presented collection links back for
      *> the same amount, and is not one); the new refund key must
      *> also be unused.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-REFUNDED-COUNT
               FROM PAD1
               WHERE ORIGINAL_PAYMENT_ID = :PAM8-COMM-AREA.PAYMENT-ID
                 AND PAYMENT_STATUS_CODE = 'C'
                 AND PAYMENT_AMOUNT < 0
           END-EXEC
           IF SQLCODE = 0 AND WS-REFUNDED-COUNT > 0
               MOVE 'X' TO PAYMENT-STATUS
           MOVE 'C' TO PAYMENT-STATUS-CODE OF PAD1-REC
           MOVE PAYMENT-ID OF PAM8-COMM-AREA
               TO ORIGINAL-PAYMENT-ID OF PAD1-REC
           MOVE SPACES TO CLEARED-TIMESTAMP OF PAD1-REC
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO CLEARED-TIMESTAMP OF PAD1-REC
           EXEC SQL
               INSERT INTO PAD1
                   (PAYMENT_ID, PAYMENT_DATE, PAYMENT_USER,
                    PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                    PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                    OPERATING_UNIT, BENEFICIARY_ID, CLEARED_TIMESTAMP,
                    PURPOSE_CODE, COUNTERPARTY_COUNTRY)
               VALUES
                   (:PAD1-REC.PAYMENT-ID, :PAD1-REC.PAYMENT-DATE,
                    :PAD1-REC.PAYMENT-USER, :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY, :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.PAYMENT-STATUS-CODE,
                    :PAD1-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-REC.OPERATING-UNIT,
                    :PAD1-REC.BENEFICIARY-ID,
                    :PAD1-REC.CLEARED-TIMESTAMP,
                    :PAD1-REC.PURPOSE-CODE,
                    :PAD1-REC.COUNTERPARTY-COUNTRY)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO PAYMENT-STATUS
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF PAM8-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "PAM8: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
