       EXEC SQL DECLARE ERC1 TABLE

           (
              CAMPAIGN_ID CHAR(7) NOT NULL,
           USER_ID CHAR(8) NOT NULL,
           TRANSACTION_CODE CHAR(4) NOT NULL,
           OPERATING_UNIT CHAR(4) NOT NULL,
           MANAGER_ID CHAR(8) NOT NULL,
           LAST_USE_DATE DATE NOT NULL,
           DEADLINE_DATE DATE NOT NULL,
           DECISION CHAR(1) NOT NULL,
           DECISION_USER CHAR(8) NOT NULL,
           DECISION_DATE DATE NOT NULL,
           OUTCOME CHAR(1) NOT NULL
           )
           END-EXEC.
