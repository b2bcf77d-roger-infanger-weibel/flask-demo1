       EXEC SQL DECLARE CKP1 TABLE

           (
              PROGRAM_NAME CHAR(8) NOT NULL,
           RUN_DATE DATE NOT NULL,
           RESTART_PHASE CHAR(4) NOT NULL,
           RESTART_KEY CHAR(30) NOT NULL,
           RECORD_COUNT INTEGER NOT NULL,
           COMMIT_COUNT INTEGER NOT NULL,
           CARRY_DATA CHAR(60) NOT NULL,
           CHECKPOINT_TIMESTAMP CHAR(20) NOT NULL
           )
           END-EXEC.
