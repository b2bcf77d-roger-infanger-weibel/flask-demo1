
      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY PEO1SQL.

       FILE SECTION.
       FD  AUDIT-FILE.

      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY PEO1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       COPY GAM2.
       01  GAM2-PGM                           PIC X(8) VALUE 'GAM2'.

      *> Per-operator monetary authority - how much this user may
      *> reverse alone, held on OAL1 under dual control
       COPY OAC1.
       01  OAC1-PGM                           PIC X(8) VALUE 'OAC1'.

      *> Audit rows land on a date-stamped daily generation
      *> (PAM3AUD.YYYYMMDD) - today's calls go to today's file, AUL1
      *> sweeps exactly the requested day, and AHK1 retires
       01  WS-AUDIT-STATUS                    PIC X(2).
       01  WS-CURRENT-DATE                    PIC X(21).

       01  WS-RETRY-COUNT                     PIC 9(2) VALUE 0.
       01  WS-MAX-RETRIES                     PIC 9(2) VALUE 3.
       01  WS-RETRY-DELAY-SECS                PIC 9(4) COMP-3.
           IF PAYMENT-STATUS NOT = 'V'
               PERFORM FETCH-ORIGINAL-PAYMENT
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM INSERT-REVERSAL-PAYMENT
           END-IF
           END-IF
           PERFORM STAMP-TIMESTAMP
           IF PAYMENT-STATUS = 'S'
               PERFORM RECORD-STATUS-EVENT
           END-IF
           PERFORM RETURN-TO-CALLER
           GOBACK.
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
      *> The keying operator may reverse alone only up to their OAL1
      *> limit, weighed in the base currency against the payment as
      *> it stands on PAD1 - above it the reversal is refused and a
      *> supervisor with the authority keys it.
           MOVE USER-ID OF PAM3-COMM-AREA TO OAC1-USER-ID
           MOVE 'V' TO OAC1-FUNCTION-CODE
           MOVE PAYMENT-AMOUNT OF PAD1-REC TO OAC1-AMOUNT
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO OAC1-CURRENCY
           CALL OAC1-PGM USING OAC1-COMM-AREA
           IF NOT OAC1-WITHIN-LIMIT
               MOVE 'A' TO PAYMENT-STATUS
               MOVE OAC1-MESSAGE TO ERROR-MESSAGE OF PAM3-COMM-AREA
           END-IF.

       SELECT-ORIGINAL-PAYMENT.
      *> -911/-913 (deadlock/timeout) are transient - FETCH-ORIGINAL-
      *> PAYMENT retries a handful of times with a growing delay before
      *> giving up; every other SQLCODE fails on the first try.
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
               WHERE PAYMENT_ID = :PAM3-COMM-AREA.PAYMENT-ID
           END-EXEC.
                   (PAYMENT_ID, PAYMENT_DATE, PAYMENT_USER,
                    PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                    PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                    OPERATING_UNIT, BENEFICIARY_ID, PURPOSE_CODE,
                    COUNTERPARTY_COUNTRY)
               VALUES
                   (:PAD1-REC.PAYMENT-ID, :PAD1-REC.PAYMENT-DATE,
                    :PAD1-REC.PAYMENT-USER, :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY, :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.PAYMENT-STATUS-CODE,
                    :PAD1-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-REC.OPERATING-UNIT,
                    :PAD1-REC.BENEFICIARY-ID,
                    :PAD1-REC.PURPOSE-CODE,
                    :PAD1-REC.COUNTERPARTY-COUNTRY)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO PAYMENT-STATUS
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF PAM3-COMM-AREA.

       RECORD-STATUS-EVENT.
      *> The status-change event goes on the PEO1 outbox in the same
      *> unit of work as the PAD1 change, so the two commit or back
      *> out together - PER1 puts it on the outbound queue, and a
      *> queue manager that is down only delays the message instead
      *> of losing it. No outbox row means no change.
           MOVE PAYMENT-ID OF PAM3-COMM-AREA TO PAYMENT-ID OF PEO1-REC
           MOVE 'R' TO NEW-STATUS OF PEO1-REC
           MOVE 'P' TO OLD-STATUS OF PEO1-REC
           MOVE USER-ID OF PAM3-COMM-AREA TO USER-ID OF PEO1-REC
           MOVE TIMESTAMP OF PAM3-COMM-AREA
               TO EVENT-TIMESTAMP OF PEO1-REC
           MOVE 'P' TO SEND-STATUS OF PEO1-REC
           MOVE SPACES TO SENT-TIMESTAMP OF PEO1-REC
           MOVE 0 TO PUBLISH-COUNT OF PEO1-REC
           MOVE MAIN-NAME OF PAM3-COMM-AREA TO CHANGE-SOURCE OF PEO1-REC
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
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF PAM3-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF PAM3-COMM-AREA
           END-IF.

       RETURN-TO-CALLER.
           DISPLAY "Module PAM3 ended with status: " PAYMENT-STATUS.
