       EXEC SQL DECLARE WHR1 TABLE

           (
              RESIDENCE_COUNTRY CHAR(2) NOT NULL,
           EFFECTIVE_DATE DATE NOT NULL,
           WITHHOLDING_RATE DECIMAL(5, 2) NOT NULL
           )
           END-EXEC.
