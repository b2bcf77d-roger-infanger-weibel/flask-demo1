       EXEC SQL DECLARE WHT1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           INTEREST_MONTH CHAR(7) NOT NULL,
           RESIDENCE_COUNTRY CHAR(2) NOT NULL,
           CERTIFICATE_REF CHAR(20) NOT NULL,
           TAX_RATE DECIMAL(5, 2) NOT NULL,
           GROSS_INTEREST DECIMAL(11, 2) NOT NULL,
           TAX_WITHHELD DECIMAL(11, 2) NOT NULL,
           INTEREST_TRANSACTION_ID CHAR(10) NOT NULL,
           TAX_TRANSACTION_ID CHAR(10) NOT NULL
           )
           END-EXEC.
