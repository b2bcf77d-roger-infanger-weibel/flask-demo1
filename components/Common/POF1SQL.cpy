       EXEC SQL DECLARE POF1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           CHARGE_CODE CHAR(4) NOT NULL,
           CHARGE_MONTH CHAR(7) NOT NULL,
           CHARGE_REF CHAR(10) NOT NULL,
           OVERRIDE_START DATE NOT NULL,
           SOURCE_PROGRAM CHAR(4) NOT NULL,
           LIST_AMOUNT DECIMAL(11, 2) NOT NULL,
           CHARGED_AMOUNT DECIMAL(11, 2) NOT NULL
           )
           END-EXEC.
