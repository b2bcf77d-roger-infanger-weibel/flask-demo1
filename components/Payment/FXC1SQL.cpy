       EXEC SQL DECLARE FXC1 TABLE

           (
              PAYMENT_ID CHAR(10) NOT NULL,
           CHARGE_DATE DATE NOT NULL,
           CUSTOMER_ID CHAR(10) NOT NULL,
           CUSTOMER_TIER CHAR(1) NOT NULL,
           FROM_CURRENCY CHAR(3) NOT NULL,
           TO_CURRENCY CHAR(3) NOT NULL,
           PAYMENT_AMOUNT DECIMAL(11, 2) NOT NULL,
           MID_RATE DECIMAL(11, 6) NOT NULL,
           MARGIN_BPS DECIMAL(5, 1) NOT NULL,
           CUSTOMER_RATE DECIMAL(11, 6) NOT NULL,
           MID_AMOUNT DECIMAL(11, 2) NOT NULL,
           CHARGED_AMOUNT DECIMAL(11, 2) NOT NULL,
           MARGIN_AMOUNT DECIMAL(11, 2) NOT NULL,
           POSTED_FLAG CHAR(1) NOT NULL,
           POSTED_DATE DATE NOT NULL,
           RATE_METHOD CHAR(1) NOT NULL WITH DEFAULT
           )
           END-EXEC.
