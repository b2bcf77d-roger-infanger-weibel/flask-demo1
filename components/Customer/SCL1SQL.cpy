
           (
              LIST_NAME CHAR(20) NOT NULL,
           ENTRY_NAME CHAR(30) NOT NULL,
           ADDED_DATE DATE NOT NULL WITH DEFAULT,
           LOAD_STATUS CHAR(1) NOT NULL WITH DEFAULT
           )
           END-EXEC.
