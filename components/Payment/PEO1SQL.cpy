       EXEC SQL DECLARE PEO1 TABLE

           (
              PAYMENT_ID CHAR(10) NOT NULL,
           NEW_STATUS CHAR(1) NOT NULL,
           OLD_STATUS CHAR(1) NOT NULL,
           USER_ID CHAR(8) NOT NULL,
           EVENT_TIMESTAMP CHAR(20) NOT NULL,
           SEND_STATUS CHAR(1) NOT NULL,
           SENT_TIMESTAMP CHAR(20) NOT NULL WITH DEFAULT,
           PUBLISH_COUNT INTEGER NOT NULL WITH DEFAULT,
           CHANGE_SOURCE CHAR(8) NOT NULL WITH DEFAULT
           )
           END-EXEC.
