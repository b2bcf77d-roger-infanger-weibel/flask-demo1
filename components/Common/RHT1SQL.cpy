           END_TIMESTAMP CHAR(20) NOT NULL,
           PARM_CARD CHAR(80) NOT NULL,
           RECORD_COUNT INTEGER NOT NULL,
           RETURN_CODE INTEGER NOT NULL,
           RESTART_POINT CHAR(40) NOT NULL
           )
           END-EXEC.
