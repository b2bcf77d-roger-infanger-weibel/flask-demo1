       EXEC SQL DECLARE CRG1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           REGISTER_SEQ INTEGER NOT NULL,
           DOCUMENT_TYPE CHAR(4) NOT NULL,
           DOCUMENT_REF CHAR(20) NOT NULL,
           PRODUCED_DATE DATE NOT NULL,
           CONTACT_CHANNEL CHAR(1) NOT NULL,
           MAIL_ADDRESS CHAR(60) NOT NULL,
           DELIVERY_STATUS CHAR(1) NOT NULL,
           RETURN_DATE DATE NOT NULL
           )
           END-EXEC.
