       EXEC SQL DECLARE AMC1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           SCENARIO_CODE CHAR(4) NOT NULL,
           RAISED_DATE DATE NOT NULL,
           ALERT_AMOUNT DECIMAL(11, 2) NOT NULL,
           ALERT_COUNT INTEGER NOT NULL,
           ALERT_DETAIL CHAR(60) NOT NULL,
           ALERT_STATUS CHAR(1) NOT NULL,
           ASSIGNED_USER CHAR(8) NOT NULL,
           ESCALATE_USER CHAR(8) NOT NULL,
           ESCALATE_DATE DATE NOT NULL,
           CLOSE_USER CHAR(8) NOT NULL,
           CLOSE_DATE DATE NOT NULL
           )
           END-EXEC.
