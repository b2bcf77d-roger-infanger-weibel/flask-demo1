       EXEC SQL DECLARE GRM1 TABLE

           (
              MAP_ACCOUNT CHAR(10) NOT NULL,
           RETURN_LINE CHAR(6) NOT NULL
           )
           END-EXEC.
