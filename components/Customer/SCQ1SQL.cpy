           QUEUE_STATUS CHAR(1) NOT NULL,
           QUEUE_DATE DATE NOT NULL,
           DECISION_USER CHAR(8) NOT NULL,
           DECISION_DATE DATE NOT NULL,
           QUEUE_SOURCE CHAR(1) NOT NULL WITH DEFAULT
           )
           END-EXEC.
