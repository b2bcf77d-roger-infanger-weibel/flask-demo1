       EXEC SQL DECLARE PPC1 TABLE

           (
              PURPOSE_CODE CHAR(4) NOT NULL,
           PURPOSE_DESCRIPTION CHAR(40) NOT NULL,
           ACTIVE_FLAG CHAR(1) NOT NULL
           )
           END-EXEC.
