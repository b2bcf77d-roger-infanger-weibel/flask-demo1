       EXEC SQL DECLARE RPR1 TABLE

           (
              RETURN_REASON CHAR(2) NOT NULL,
           MAX_ATTEMPTS INTEGER NOT NULL,
           DELAY_DAYS INTEGER NOT NULL,
           FEE_FLAG CHAR(1) NOT NULL
           )
           END-EXEC.
