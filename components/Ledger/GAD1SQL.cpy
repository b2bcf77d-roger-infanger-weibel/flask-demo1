           ENTRY_TYPE_CODE CHAR(1) NOT NULL,
           ENTRY_AMOUNT DECIMAL(11, 2) NOT NULL,
           ENTRY_CURRENCY CHAR(3) NOT NULL,
           ENTRY_USER CHAR(8) NOT NULL,
           OPERATING_UNIT CHAR(4) NOT NULL WITH DEFAULT
           )
           END-EXEC.
