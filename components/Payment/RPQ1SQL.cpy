       EXEC SQL DECLARE RPQ1 TABLE

           (
              ORIGINAL_PAYMENT_ID CHAR(10) NOT NULL,
           ATTEMPT_NUMBER INTEGER NOT NULL,
           RETURNED_PAYMENT_ID CHAR(10) NOT NULL,
           CUSTOMER_ID CHAR(10) NOT NULL,
           MANDATE_ID CHAR(10) NOT NULL,
           PAYMENT_AMOUNT DECIMAL(11, 2) NOT NULL,
           PAYMENT_CURRENCY CHAR(3) NOT NULL,
           DUE_DATE DATE NOT NULL,
           QUEUE_STATUS CHAR(1) NOT NULL,
           NEW_PAYMENT_ID CHAR(10) NOT NULL
           )
           END-EXEC.
