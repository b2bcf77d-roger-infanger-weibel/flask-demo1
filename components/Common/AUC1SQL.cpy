       EXEC SQL DECLARE AUC1 TABLE

           (
              CHAIN_NAME CHAR(8) NOT NULL,
           LAST_SEQUENCE DECIMAL(15, 0) NOT NULL,
           LAST_HASH CHAR(20) NOT NULL
           )
           END-EXEC.
