
           (
              HOLIDAY_DATE DATE NOT NULL,
           HOLIDAY_NAME CHAR(30) NOT NULL,
           CALENDAR_CODE CHAR(3) NOT NULL WITH DEFAULT
           )
           END-EXEC.
