       EXEC SQL DECLARE GBD1 TABLE

           (
              GL_ACCOUNT CHAR(10) NOT NULL,
           PERIOD_MONTH CHAR(7) NOT NULL,
           BUDGET_AMOUNT DECIMAL(13, 2) NOT NULL,
           LOAD_DATE CHAR(10) NOT NULL,
           LOAD_USER CHAR(8) NOT NULL
           )
           END-EXEC.
