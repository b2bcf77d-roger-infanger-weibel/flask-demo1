       EXEC SQL DECLARE DQH1 TABLE

           (
              RUN_DATE DATE NOT NULL,
           OPERATING_UNIT CHAR(4) NOT NULL,
           RULE_CODE CHAR(4) NOT NULL,
           CUSTOMER_COUNT INTEGER NOT NULL,
           FAIL_COUNT INTEGER NOT NULL
           )
           END-EXEC.
