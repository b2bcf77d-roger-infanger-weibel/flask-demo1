       EXEC SQL DECLARE BNK1 TABLE

           (
              BANK_ID CHAR(11) NOT NULL,
           BANK_CODE CHAR(12) NOT NULL,
           BANK_NAME CHAR(35) NOT NULL,
           COUNTRY_CODE CHAR(2) NOT NULL,
           DOMESTIC_FLAG CHAR(1) NOT NULL,
           URGENT_FLAG CHAR(1) NOT NULL,
           CROSS_BORDER_FLAG CHAR(1) NOT NULL,
           CLOSURE_DATE DATE NOT NULL,
           SUCCESSOR_BANK_ID CHAR(11) NOT NULL,
           LOAD_DATE DATE NOT NULL
           )
           END-EXEC.
