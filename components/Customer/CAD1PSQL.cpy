       EXEC SQL DECLARE CAD1_ADDR TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           ADDRESS_PURPOSE CHAR(4) NOT NULL,
           EFFECTIVE_DATE DATE NOT NULL,
           PURPOSE_ADDRESS CHAR(60) NOT NULL,
           CHANGE_USER CHAR(8) NOT NULL
           )
           END-EXEC.
