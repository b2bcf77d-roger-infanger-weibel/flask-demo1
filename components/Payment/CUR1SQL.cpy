           (
              CURRENCY_CODE CHAR(3) NOT NULL,
           DECIMAL_PLACES INTEGER NOT NULL,
           ACTIVE_FLAG CHAR(1) NOT NULL,
           RATE_TOLERANCE_PCT DECIMAL(5, 2) NOT NULL WITH DEFAULT
           )
           END-EXEC.
