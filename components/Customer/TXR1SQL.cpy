       EXEC SQL DECLARE TXR1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           RESIDENCE_COUNTRY CHAR(2) NOT NULL,
           TAX_REFERENCE CHAR(20) NOT NULL,
           CERTIFICATE_REF CHAR(20) NOT NULL,
           CERTIFICATE_RATE DECIMAL(5, 2) NOT NULL,
           CERTIFICATE_FROM DATE NOT NULL,
           CERTIFICATE_TO DATE NOT NULL,
           MAINTAIN_DATE DATE NOT NULL,
           MAINTAIN_USER CHAR(8) NOT NULL
           )
           END-EXEC.
