           VALUE_DATE DATE NOT NULL,
           WH_STATUS CHAR(1) NOT NULL,
           ENTRY_USER CHAR(8) NOT NULL,
           RELEASE_DATE DATE NOT NULL,
           BENEFICIARY_ID CHAR(10) NOT NULL WITH DEFAULT,
           SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT,
           SECOND_SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT
           )
           END-EXEC.
