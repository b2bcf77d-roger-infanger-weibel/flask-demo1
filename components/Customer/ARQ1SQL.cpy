       EXEC SQL DECLARE ARQ1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           QUEUE_DATE DATE NOT NULL,
           MAIL_ADDRESS CHAR(60) NOT NULL,
           DOCUMENT_TYPE CHAR(4) NOT NULL,
           QUEUE_STATUS CHAR(1) NOT NULL,
           CLOSE_DATE DATE NOT NULL
           )
           END-EXEC.
