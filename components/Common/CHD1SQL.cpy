              STEP_NUMBER INTEGER NOT NULL,
           PROGRAM_NAME CHAR(8) NOT NULL,
           FREQUENCY_CODE CHAR(1) NOT NULL WITH DEFAULT,
           FREQUENCY_DAY INTEGER NOT NULL WITH DEFAULT,
           PREDECESSOR_STEPS CHAR(40) NOT NULL WITH DEFAULT
           )
           END-EXEC.
