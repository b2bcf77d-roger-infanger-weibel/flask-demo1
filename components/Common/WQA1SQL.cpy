       EXEC SQL DECLARE WQA1 TABLE

           (
              ITEM_TYPE CHAR(4) NOT NULL,
           ITEM_KEY CHAR(24) NOT NULL,
           ASSIGNED_USER CHAR(8) NOT NULL,
           ASSIGNED_BY CHAR(8) NOT NULL,
           ASSIGNED_DATE DATE NOT NULL
           )
           END-EXEC.
