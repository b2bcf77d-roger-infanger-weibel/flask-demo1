              SUMMARY_DATE DATE NOT NULL,
           GL_ACCOUNT CHAR(10) NOT NULL,
           DEBIT_TOTAL DECIMAL(13, 2) NOT NULL,
           CREDIT_TOTAL DECIMAL(13, 2) NOT NULL,
           OPERATING_UNIT CHAR(4) NOT NULL WITH DEFAULT
           )
           END-EXEC.
