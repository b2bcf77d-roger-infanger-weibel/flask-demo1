           DECLARE ARCH-PAYMENT-CURSOR CURSOR FOR
               SELECT PAYMENT_ID, PAYMENT_DATE, PAYMENT_USER,
                      PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                      PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                      BENEFICIARY_ID, URGENT_FLAG, CLEARED_TIMESTAMP,
                      SETTLE_DATE, SETTLE_WINDOW, MANDATE_ID,
                      FX_QUOTE_NUMBER, SIGNATORY_REF,
                      SECOND_SIGNATORY_REF, ENTRY_CHANNEL,
                      PURPOSE_CODE, COUNTERPARTY_COUNTRY
               FROM PAD1_ARCH
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY PAYMENT_ID
           DECLARE ARCH-LEDGER-CURSOR CURSOR FOR
               SELECT LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE,
                      GL_ACCOUNT, ENTRY_TYPE_CODE, ENTRY_AMOUNT,
                      ENTRY_CURRENCY, ENTRY_USER, OPERATING_UNIT
               FROM GAD1_ARCH G
               WHERE EXISTS
                   (SELECT 1 FROM PAD1_ARCH A
                    :PAD1-ARCH-REC.PAYMENT-CURRENCY,
                    :PAD1-ARCH-REC.CUSTOMER-ID,
                    :PAD1-ARCH-REC.PAYMENT-STATUS-CODE,
                    :PAD1-ARCH-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-ARCH-REC.BENEFICIARY-ID,
                    :PAD1-ARCH-REC.URGENT-FLAG,
                    :PAD1-ARCH-REC.CLEARED-TIMESTAMP,
                    :PAD1-ARCH-REC.SETTLE-DATE,
                    :PAD1-ARCH-REC.SETTLE-WINDOW,
                    :PAD1-ARCH-REC.MANDATE-ID,
                    :PAD1-ARCH-REC.FX-QUOTE-NUMBER,
                    :PAD1-ARCH-REC.SIGNATORY-REF,
                    :PAD1-ARCH-REC.SECOND-SIGNATORY-REF,
                    :PAD1-ARCH-REC.ENTRY-CHANNEL,
                    :PAD1-ARCH-REC.PURPOSE-CODE,
                    :PAD1-ARCH-REC.COUNTERPARTY-COUNTRY
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-PAD1-DONE TO TRUE
               INSERT INTO PAD1
                   (PAYMENT_ID, PAYMENT_DATE, PAYMENT_USER,
                    PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                    PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                    BENEFICIARY_ID, URGENT_FLAG, CLEARED_TIMESTAMP,
                    SETTLE_DATE, SETTLE_WINDOW, MANDATE_ID,
                    FX_QUOTE_NUMBER, SIGNATORY_REF,
                    SECOND_SIGNATORY_REF, ENTRY_CHANNEL, PURPOSE_CODE,
                    COUNTERPARTY_COUNTRY)
               VALUES
                   (:PAD1-ARCH-REC.PAYMENT-ID,
                    :PAD1-ARCH-REC.PAYMENT-DATE,
                    :PAD1-ARCH-REC.PAYMENT-CURRENCY,
                    :PAD1-ARCH-REC.CUSTOMER-ID,
                    :PAD1-ARCH-REC.PAYMENT-STATUS-CODE,
                    :PAD1-ARCH-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-ARCH-REC.BENEFICIARY-ID,
                    :PAD1-ARCH-REC.URGENT-FLAG,
                    :PAD1-ARCH-REC.CLEARED-TIMESTAMP,
                    :PAD1-ARCH-REC.SETTLE-DATE,
                    :PAD1-ARCH-REC.SETTLE-WINDOW,
                    :PAD1-ARCH-REC.MANDATE-ID,
                    :PAD1-ARCH-REC.FX-QUOTE-NUMBER,
                    :PAD1-ARCH-REC.SIGNATORY-REF,
                    :PAD1-ARCH-REC.SECOND-SIGNATORY-REF,
                    :PAD1-ARCH-REC.ENTRY-CHANNEL,
                    :PAD1-ARCH-REC.PURPOSE-CODE,
                    :PAD1-ARCH-REC.COUNTERPARTY-COUNTRY)
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                    :GAD1-ARCH-REC.ENTRY-TYPE-CODE,
                    :GAD1-ARCH-REC.ENTRY-AMOUNT,
                    :GAD1-ARCH-REC.ENTRY-CURRENCY,
                    :GAD1-ARCH-REC.ENTRY-USER,
                    :GAD1-ARCH-REC.OPERATING-UNIT
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-GAD1-DONE TO TRUE
               INSERT INTO GAD1
                   (LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE,
                    GL_ACCOUNT, ENTRY_TYPE_CODE, ENTRY_AMOUNT,
                    ENTRY_CURRENCY, ENTRY_USER, OPERATING_UNIT)
               VALUES
                   (:GAD1-ARCH-REC.LEDGER-ENTRY-ID,
                    :GAD1-ARCH-REC.PAYMENT-ID,
                    :GAD1-ARCH-REC.ENTRY-TYPE-CODE,
                    :GAD1-ARCH-REC.ENTRY-AMOUNT,
                    :GAD1-ARCH-REC.ENTRY-CURRENCY,
                    :GAD1-ARCH-REC.ENTRY-USER,
                    :GAD1-ARCH-REC.OPERATING-UNIT)
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
