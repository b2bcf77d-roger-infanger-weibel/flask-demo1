           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           CYCLE_MONTH CHAR(7) NOT NULL,
           STATEMENT_NUMBER INTEGER NOT NULL,
           STATEMENT_DATE CHAR(10) NOT NULL WITH DEFAULT
           )
           END-EXEC.
