       EXEC SQL DECLARE AMN1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           SCENARIO_CODE CHAR(4) NOT NULL,
           RAISED_DATE DATE NOT NULL,
           NOTE_TIMESTAMP CHAR(20) NOT NULL,
           NOTE_USER CHAR(8) NOT NULL,
           NOTE_ACTION CHAR(1) NOT NULL,
           NOTE_TEXT CHAR(100) NOT NULL
           )
           END-EXEC.
