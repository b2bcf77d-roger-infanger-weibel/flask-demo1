       EXEC SQL DECLARE SDT1 TABLE

           (
              TRANSACTION_CODE_A CHAR(4) NOT NULL,
           TRANSACTION_CODE_B CHAR(4) NOT NULL,
           RULE_TEXT CHAR(60) NOT NULL
           )
           END-EXEC.
