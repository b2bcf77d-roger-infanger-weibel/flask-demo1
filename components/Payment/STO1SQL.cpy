           PAYMENT_CURRENCY CHAR(3) NOT NULL,
           FREQUENCY_CODE CHAR(1) NOT NULL,
           NEXT_RUN_DATE DATE NOT NULL,
           ACTIVE_FLAG CHAR(1) NOT NULL,
           NOTICE_DUE_DATE CHAR(10) NOT NULL WITH DEFAULT,
           NOTICE_COLLECT_DATE CHAR(10) NOT NULL WITH DEFAULT
           )
           END-EXEC.
