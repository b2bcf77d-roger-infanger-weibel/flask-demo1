       EXEC SQL DECLARE SWN1 TABLE

           (
              WINDOW_ID CHAR(1) NOT NULL,
           CUTOFF_TIME CHAR(8) NOT NULL,
           WINDOW_NAME CHAR(20) NOT NULL
           )
           END-EXEC.
