       EXEC SQL DECLARE ALT1 TABLE

           (
              ALERT_NUMBER INTEGER NOT NULL,
           ALERT_SEVERITY CHAR(1) NOT NULL,
           ALERT_PROGRAM CHAR(8) NOT NULL,
           ALERT_PARM_NAME CHAR(20) NOT NULL,
           ALERT_COUNT INTEGER NOT NULL,
           ALERT_THRESHOLD INTEGER NOT NULL,
           ALERT_TEXT CHAR(60) NOT NULL,
           ALERT_TIMESTAMP CHAR(20) NOT NULL,
           SUPPORT_LEVEL CHAR(1) NOT NULL,
           ESCALATED_FROM INTEGER NOT NULL WITH DEFAULT,
           ALERT_STATUS CHAR(1) NOT NULL,
           ACK_USER CHAR(8) NOT NULL WITH DEFAULT,
           ACK_TIMESTAMP CHAR(20) NOT NULL WITH DEFAULT,
           CLOSE_USER CHAR(8) NOT NULL WITH DEFAULT,
           CLOSE_TIMESTAMP CHAR(20) NOT NULL WITH DEFAULT,
           ALERT_COMMENT CHAR(60) NOT NULL WITH DEFAULT
           )
           END-EXEC.
