       EXEC SQL DECLARE SDX1 TABLE

           (
              USER_ID CHAR(8) NOT NULL,
           TRANSACTION_CODE CHAR(4) NOT NULL,
           CONFLICT_CODE CHAR(4) NOT NULL,
           APPROVED_BY CHAR(8) NOT NULL,
           GRANTED_BY CHAR(8) NOT NULL,
           EXCEPTION_REASON CHAR(40) NOT NULL,
           APPROVED_DATE DATE NOT NULL
           )
           END-EXEC.
