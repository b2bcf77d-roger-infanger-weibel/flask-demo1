       EXEC SQL DECLARE BEN1 TABLE

           (
              BENEFICIARY_ID CHAR(10) NOT NULL,
           CUSTOMER_ID CHAR(10) NOT NULL,
           BENEFICIARY_NAME CHAR(30) NOT NULL,
           ACCOUNT_NUMBER CHAR(34) NOT NULL,
           BANK_ID CHAR(11) NOT NULL,
           BENEFICIARY_STATUS CHAR(1) NOT NULL,
           BENEFICIARY_DATE DATE NOT NULL,
           BENEFICIARY_USER CHAR(8) NOT NULL
           )
           END-EXEC.
