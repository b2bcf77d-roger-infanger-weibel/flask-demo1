       EXEC SQL DECLARE FXM1 TABLE

           (
              FROM_CURRENCY CHAR(3) NOT NULL,
           TO_CURRENCY CHAR(3) NOT NULL,
           CUSTOMER_TIER CHAR(1) NOT NULL,
           MARGIN_BPS DECIMAL(5, 1) NOT NULL
           )
           END-EXEC.
