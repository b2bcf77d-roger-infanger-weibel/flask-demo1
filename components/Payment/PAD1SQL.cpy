           CUSTOMER_ID CHAR(10) NOT NULL,
           PAYMENT_STATUS_CODE CHAR(1) NOT NULL,
           ORIGINAL_PAYMENT_ID CHAR(10) NOT NULL,
           OPERATING_UNIT CHAR(4) NOT NULL WITH DEFAULT,
           BENEFICIARY_ID CHAR(10) NOT NULL WITH DEFAULT,
           URGENT_FLAG CHAR(1) NOT NULL WITH DEFAULT,
           CLEARED_TIMESTAMP CHAR(20) NOT NULL WITH DEFAULT,
           SETTLE_DATE CHAR(10) NOT NULL WITH DEFAULT,
           SETTLE_WINDOW CHAR(1) NOT NULL WITH DEFAULT,
           MANDATE_ID CHAR(10) NOT NULL WITH DEFAULT,
           FX_QUOTE_NUMBER INTEGER NOT NULL WITH DEFAULT,
           SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT,
           SECOND_SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT,
           ENTRY_CHANNEL CHAR(8) NOT NULL WITH DEFAULT,
           PURPOSE_CODE CHAR(4) NOT NULL WITH DEFAULT,
           COUNTERPARTY_COUNTRY CHAR(2) NOT NULL WITH DEFAULT
           )
           END-EXEC.
