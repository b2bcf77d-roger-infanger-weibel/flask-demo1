           OPEN_DATE DATE NOT NULL,
           STAGE_DATE DATE NOT NULL,
           DUNNING_STATUS CHAR(1) NOT NULL,
           CLOSE_DATE DATE NOT NULL,
           DEBT_SOURCE CHAR(1) NOT NULL WITH DEFAULT,
           DEBT_REFERENCE CHAR(10) NOT NULL WITH DEFAULT,
           DEBT_AMOUNT DECIMAL(11, 2) NOT NULL WITH DEFAULT,
           CASE_NUMBER INTEGER NOT NULL WITH DEFAULT
           )
           END-EXEC.
