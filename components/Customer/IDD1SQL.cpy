       EXEC SQL DECLARE IDD1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           DOCUMENT_TYPE CHAR(4) NOT NULL,
           DOCUMENT_NUMBER CHAR(20) NOT NULL,
           ISSUING_COUNTRY CHAR(2) NOT NULL,
           EXPIRY_DATE DATE NOT NULL,
           VERIFIED_USER CHAR(8) NOT NULL,
           VERIFIED_DATE DATE NOT NULL,
           DOCUMENT_STATUS CHAR(1) NOT NULL,
           RENEWAL_LETTER_DATE DATE NOT NULL
           )
           END-EXEC.
