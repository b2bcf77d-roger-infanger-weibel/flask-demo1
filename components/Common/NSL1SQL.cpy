       EXEC SQL DECLARE NSL1 TABLE

           (
              STATEMENT_DATE DATE NOT NULL,
           CURRENCY_CODE CHAR(3) NOT NULL,
           LINE_NUMBER INTEGER NOT NULL,
           VALUE_DATE DATE NOT NULL,
           DC_FLAG CHAR(1) NOT NULL,
           ENTRY_AMOUNT DECIMAL(13, 2) NOT NULL,
           ENTRY_TYPE CHAR(3) NOT NULL,
           BANK_REFERENCE CHAR(16) NOT NULL,
           OUR_REFERENCE CHAR(16) NOT NULL,
           MATCH_STATUS CHAR(1) NOT NULL,
           MATCH_DATE DATE NOT NULL
           )
           END-EXEC.
