       EXEC SQL DECLARE UDA1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           MAIL_ADDRESS CHAR(60) NOT NULL,
           FLAG_DATE DATE NOT NULL,
           DOCUMENT_TYPE CHAR(4) NOT NULL,
           FLAG_STATUS CHAR(1) NOT NULL,
           CLEAR_DATE DATE NOT NULL
           )
           END-EXEC.
