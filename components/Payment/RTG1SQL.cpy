       EXEC SQL DECLARE RTG1 TABLE

           (
              RULE_ID CHAR(4) NOT NULL,
           CURRENCY_CODE CHAR(3) NOT NULL,
           MIN_AMOUNT DECIMAL(11, 2) NOT NULL,
           MAX_AMOUNT DECIMAL(11, 2) NOT NULL,
           URGENT_FLAG CHAR(1) NOT NULL,
           COUNTRY_CODE CHAR(2) NOT NULL,
           CHANNEL_CODE CHAR(3) NOT NULL
           )
           END-EXEC.
