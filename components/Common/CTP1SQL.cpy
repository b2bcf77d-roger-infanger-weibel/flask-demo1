       EXEC SQL DECLARE CTP1 TABLE

           (
              CUSTOMER_ID CHAR(10) NOT NULL,
           EFFECTIVE_DATE DATE NOT NULL,
           CURRENT_TIER CHAR(1) NOT NULL,
           PROPOSED_TIER CHAR(1) NOT NULL,
           AVERAGE_BALANCE DECIMAL(13, 2) NOT NULL,
           ACTIVITY_COUNT INTEGER NOT NULL,
           RELATIONSHIP_MONTHS INTEGER NOT NULL,
           PROPOSAL_STATUS CHAR(1) NOT NULL,
           STATUS_DATE DATE NOT NULL,
           STATUS_USER CHAR(8) NOT NULL
           )
           END-EXEC.
