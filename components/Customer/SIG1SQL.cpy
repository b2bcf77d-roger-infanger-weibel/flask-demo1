       EXEC SQL DECLARE SIG1 TABLE

           (
              SIGNATORY_REF CHAR(10) NOT NULL,
           CUSTOMER_ID CHAR(10) NOT NULL,
           SIGNATORY_NAME CHAR(30) NOT NULL,
           SIGNING_CLASS CHAR(1) NOT NULL,
           INDIVIDUAL_LIMIT DECIMAL(11, 2) NOT NULL,
           VALID_FROM DATE NOT NULL,
           VALID_TO DATE NOT NULL,
           SIGNATORY_STATUS CHAR(1) NOT NULL,
           SIGNATORY_USER CHAR(8) NOT NULL
           )
           END-EXEC.
