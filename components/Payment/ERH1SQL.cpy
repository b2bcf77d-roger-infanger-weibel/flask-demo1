       EXEC SQL DECLARE ERH1 TABLE

           (
              HOLD_NUMBER INTEGER NOT NULL,
           FROM_CURRENCY CHAR(3) NOT NULL,
           TO_CURRENCY CHAR(3) NOT NULL,
           RATE_DATE DATE NOT NULL,
           EXCHANGE_RATE DECIMAL(11, 6) NOT NULL,
           PRIOR_RATE_DATE DATE NOT NULL,
           PRIOR_RATE DECIMAL(11, 6) NOT NULL,
           CHANGE_PCT DECIMAL(9, 2) NOT NULL,
           TOLERANCE_PCT DECIMAL(5, 2) NOT NULL,
           HELD_DATE DATE NOT NULL,
           HOLD_STATUS CHAR(1) NOT NULL,
           DECISION_USER CHAR(8) NOT NULL,
           DECISION_DATE DATE NOT NULL
           )
           END-EXEC.
