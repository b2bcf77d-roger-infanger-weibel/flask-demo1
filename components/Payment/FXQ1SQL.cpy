       EXEC SQL DECLARE FXQ1 TABLE

           (
              QUOTE_NUMBER INTEGER NOT NULL,
           QUOTE_DATE DATE NOT NULL,
           EXPIRY_DATE DATE NOT NULL,
           QUOTE_USER CHAR(8) NOT NULL,
           CUSTOMER_ID CHAR(10) NOT NULL,
           CUSTOMER_TIER CHAR(1) NOT NULL,
           FROM_CURRENCY CHAR(3) NOT NULL,
           TO_CURRENCY CHAR(3) NOT NULL,
           QUOTE_AMOUNT DECIMAL(11, 2) NOT NULL,
           MID_RATE DECIMAL(11, 6) NOT NULL,
           MARGIN_BPS DECIMAL(5, 1) NOT NULL,
           CUSTOMER_RATE DECIMAL(11, 6) NOT NULL,
           QUOTE_STATUS CHAR(1) NOT NULL,
           PAYMENT_ID CHAR(10) NOT NULL
           )
           END-EXEC.
