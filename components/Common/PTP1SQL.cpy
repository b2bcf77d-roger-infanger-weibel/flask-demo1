       EXEC SQL DECLARE PTP1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           BALANCE_CURRENCY CHAR(3) NOT NULL,
           ARRANGEMENT_DATE DATE NOT NULL,
           CASE_NUMBER INTEGER NOT NULL,
           ARRANGED_AMOUNT DECIMAL(11, 2) NOT NULL,
           INSTALMENT_COUNT INTEGER NOT NULL,
           FROZEN_STAGE INTEGER NOT NULL,
           ARRANGEMENT_STATUS CHAR(1) NOT NULL,
           STATUS_DATE DATE NOT NULL,
           SETUP_USER CHAR(8) NOT NULL
           )
           END-EXEC.
