       EXEC SQL DECLARE KYR1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           LAST_REVIEW_DATE DATE NOT NULL,
           LAST_OUTCOME CHAR(1) NOT NULL,
           LAST_REVIEW_USER CHAR(8) NOT NULL,
           DUE_RATING CHAR(1) NOT NULL,
           NEXT_DUE_DATE DATE NOT NULL,
           BLOCK_DATE DATE NOT NULL
           )
           END-EXEC.
