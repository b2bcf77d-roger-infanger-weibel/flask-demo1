       EXEC SQL DECLARE SAL1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           EXPORT_TIMESTAMP CHAR(20) NOT NULL,
           EXPORT_DATE DATE NOT NULL,
           REQUEST_REF CHAR(20) NOT NULL,
           EXPORT_USER CHAR(8) NOT NULL,
           LINE_COUNT INTEGER NOT NULL
           )
           END-EXEC.
