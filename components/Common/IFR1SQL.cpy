       EXEC SQL DECLARE IFR1 TABLE

           (
              SOURCE_NAME CHAR(8) NOT NULL,
           RECEIVED_TIMESTAMP CHAR(20) NOT NULL,
           RUN_DATE DATE NOT NULL,
           HEADER_DATE DATE NOT NULL,
           RECORD_COUNT INTEGER NOT NULL,
           HASH_TOTAL DECIMAL(15, 2) NOT NULL,
           CONTENT_CHECK DECIMAL(15, 0) NOT NULL,
           LOAD_PROGRAM CHAR(8) NOT NULL,
           LOAD_STATUS CHAR(1) NOT NULL,
           LOADED_COUNT INTEGER NOT NULL,
           REJECTED_COUNT INTEGER NOT NULL,
           DUPLICATE_OF CHAR(20) NOT NULL
           )
           END-EXEC.
