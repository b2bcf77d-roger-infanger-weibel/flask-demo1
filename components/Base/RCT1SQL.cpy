       EXEC SQL DECLARE RCT1 TABLE

           (
              RECEIPT_ID CHAR(10) NOT NULL,
           LOAD_DATE DATE NOT NULL,
           RECEIPT_DATE DATE NOT NULL,
           BANK_REFERENCE CHAR(16) NOT NULL,
           RECEIPT_AMOUNT DECIMAL(11, 2) NOT NULL,
           RECEIPT_CURRENCY CHAR(3) NOT NULL,
           REMITTER_NAME CHAR(35) NOT NULL,
           REMIT_REFERENCE CHAR(20) NOT NULL,
           STATEMENT_NUMBER INTEGER NOT NULL,
           CASE_NUMBER INTEGER NOT NULL,
           QUEUE_REASON CHAR(1) NOT NULL,
           QUEUE_STATUS CHAR(1) NOT NULL,
           APPLIED_CUSTOMER CHAR(10) NOT NULL,
           APPLIED_USER CHAR(8) NOT NULL,
           APPLIED_DATE DATE NOT NULL
           )
           END-EXEC.
