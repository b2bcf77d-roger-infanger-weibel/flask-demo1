       EXEC SQL DECLARE MND1_HIST TABLE

           (
              MANDATE_ID CHAR(10) NOT NULL,
           CHANGE_TIMESTAMP CHAR(20) NOT NULL,
           CHANGE_TYPE CHAR(1) NOT NULL,
           CEILING_AMOUNT DECIMAL(11, 2) NOT NULL,
           SIGNATURE_DATE DATE NOT NULL,
           MANDATE_STATUS CHAR(1) NOT NULL,
           CHANGE_USER CHAR(8) NOT NULL
           )
           END-EXEC.
