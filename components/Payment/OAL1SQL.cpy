       EXEC SQL DECLARE OAL1 TABLE

           (
              LIMIT_KEY CHAR(8) NOT NULL,
           FUNCTION_CODE CHAR(1) NOT NULL,
           LIMIT_AMOUNT DECIMAL(11, 2) NOT NULL,
           PROPOSE_USER CHAR(8) NOT NULL,
           APPROVE_USER CHAR(8) NOT NULL,
           APPROVE_DATE DATE NOT NULL
           )
           END-EXEC.
