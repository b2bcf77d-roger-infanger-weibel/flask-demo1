           REQUEST_DATE DATE NOT NULL,
           QUEUE_STATUS CHAR(1) NOT NULL,
           DECISION_USER CHAR(8) NOT NULL,
           DECISION_DATE DATE NOT NULL,
           BENEFICIARY_ID CHAR(10) NOT NULL WITH DEFAULT,
           SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT,
           SECOND_SIGNATORY_REF CHAR(10) NOT NULL WITH DEFAULT
           )
           END-EXEC.
