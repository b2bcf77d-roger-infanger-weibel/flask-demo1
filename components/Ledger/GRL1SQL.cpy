       EXEC SQL DECLARE GRL1 TABLE

           (
              RETURN_LINE CHAR(6) NOT NULL,
           LINE_DESCRIPTION CHAR(40) NOT NULL,
           LINE_SECTION CHAR(1) NOT NULL
           )
           END-EXEC.
