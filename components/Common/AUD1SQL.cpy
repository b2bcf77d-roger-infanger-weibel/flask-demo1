           RETURN_CODE INTEGER NOT NULL,
           ERROR_MESSAGE CHAR(100) NOT NULL,
           AUDIT_TIMESTAMP CHAR(20) NOT NULL,
           CORRELATION_ID CHAR(20) NOT NULL,
           CHAIN_SEQUENCE DECIMAL(15, 0) NOT NULL WITH DEFAULT,
           ROW_TYPE CHAR(1) NOT NULL WITH DEFAULT,
           CHAIN_DATE CHAR(10) NOT NULL WITH DEFAULT,
           ANCHOR_SEQUENCE DECIMAL(15, 0) NOT NULL WITH DEFAULT,
           ANCHOR_HASH CHAR(20) NOT NULL WITH DEFAULT,
           CHAIN_HASH CHAR(20) NOT NULL WITH DEFAULT
           )
           END-EXEC.
