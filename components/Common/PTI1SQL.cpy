       EXEC SQL DECLARE PTI1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           BALANCE_CURRENCY CHAR(3) NOT NULL,
           ARRANGEMENT_DATE DATE NOT NULL,
           INSTALMENT_NUMBER INTEGER NOT NULL,
           DUE_DATE DATE NOT NULL,
           DUE_AMOUNT DECIMAL(11, 2) NOT NULL,
           INSTALMENT_STATUS CHAR(1) NOT NULL,
           SETTLED_DATE DATE NOT NULL
           )
           END-EXEC.
