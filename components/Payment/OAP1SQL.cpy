       EXEC SQL DECLARE OAP1 TABLE

           (
              LIMIT_KEY CHAR(8) NOT NULL,
           FUNCTION_CODE CHAR(1) NOT NULL,
           OLD_AMOUNT DECIMAL(11, 2) NOT NULL,
           NEW_AMOUNT DECIMAL(11, 2) NOT NULL,
           PROPOSE_USER CHAR(8) NOT NULL,
           PROPOSE_DATE DATE NOT NULL,
           APPROVE_USER CHAR(8) NOT NULL,
           APPROVE_DATE DATE NOT NULL,
           PROPOSAL_STATUS CHAR(1) NOT NULL
           )
           END-EXEC.
