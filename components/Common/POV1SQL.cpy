       EXEC SQL DECLARE POV1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           CHARGE_CODE CHAR(4) NOT NULL,
           START_DATE DATE NOT NULL,
           END_DATE DATE NOT NULL,
           OVERRIDE_TYPE CHAR(1) NOT NULL,
           OVERRIDE_VALUE DECIMAL(9, 2) NOT NULL,
           OVERRIDE_STATUS CHAR(1) NOT NULL,
           ENTRY_USER CHAR(8) NOT NULL,
           APPROVED_USER CHAR(8) NOT NULL,
           STATUS_DATE DATE NOT NULL
           )
           END-EXEC.
