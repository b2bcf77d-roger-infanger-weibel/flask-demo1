           CASE_STATUS CHAR(1) NOT NULL,
           OPEN_DATE DATE NOT NULL,
           DISPOSITION_USER CHAR(8) NOT NULL,
           DISPOSITION_DATE DATE NOT NULL,
           BENEFICIARY_ID CHAR(10) NOT NULL WITH DEFAULT,
           SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT,
           SECOND_SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT
           )
           END-EXEC.
