       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR1-NOTICE-FILE ASSIGN TO CTR1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

      *> Customers whose CCT1 preference says email land here in the
      *> same layout - the mailing house only gets the paper file.
           SELECT CTR1-EMAIL-FILE ASSIGN TO CTR1EML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

      *> The upgrades and downgrades, for the relationship managers
      *> to veto through CTM1 before they take effect - or, on the
      *> apply run, the changes written to CTF1.
           SELECT CTR1-PRINT-FILE ASSIGN TO CTR1RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CTF1SQL.
       COPY CTP1SQL.
       COPY CBH1SQL.
       COPY CBL1SQL.
       COPY BAD1SQL.
       COPY PAD1SQL.
       COPY CAD1SQL.
       COPY CAD1HSQL.
       COPY CCT1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  CTR1-NOTICE-FILE.
       COPY CTR1REC.

       FD  CTR1-EMAIL-FILE.
       01  CTR1-EMAIL-RECORD                PIC X(103).

       FD  CTR1-PRINT-FILE.
       01  CTR1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CTF1REC.
       COPY CTP1REC.
       COPY CBL1REC.
       COPY CAD1REC.
       COPY CCT1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Shared correspondence register - every notice is logged on
      *> CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       01  WS-NOTICE-STATUS                 PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

      *> The customer's preferred channel for letters - the 'LETR'
      *> CCT1 row wins, an 'ALL ' row covers the rest, no row at
      *> all is paper to the CAD1 address.
       01  WS-LETTER-CHANNEL                PIC X(1).

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-BALANCE                  PIC -(10)9.99.
       01  WS-EDIT-MONTHS                   PIC ZZZZ9.
       01  WS-REPORT-TITLE                  PIC X(40).

      *> Cycle month and run action come in on the parm card - 'P'
      *> (the default) is the month-end run that proposes the
      *> changes, 'A' the run on the first of the month that
      *> applies the ones nobody vetoed.
       01  WS-PARM-CARD.
           05  WS-PARM-CYCLE-MONTH          PIC X(7).
           05  FILLER                       PIC X(1).
           05  WS-PARM-USER-ID              PIC X(8).
           05  FILLER                       PIC X(1).
           05  WS-PARM-ACTION               PIC X(1).
               88  WS-APPLY-RUN             VALUE 'A'.

      *> First day of the cycle month and of the following month -
      *> the month's activity is selected as a half-open date
      *> range, the same idiom TBL1 uses. The following month's
      *> first day is also the date a proposed tier takes effect.
       01  WS-MONTH-START                   PIC X(10).
       01  WS-MONTH-END                     PIC X(10).
       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).
       01  WS-RUN-DATE                      PIC X(10).

      *> Balances are judged in the base currency, as INA1 accrues
      *> them.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Tier criteria off CFG1 - a customer moves to the highest
      *> tier whose three minimums they all meet, and to the 'S'
      *> standard tier if they meet neither. No CFG1 row falls back
      *> to the figure set here.
       01  WS-CRITERION-NAME                PIC X(20).
       01  WS-CRITERION-VALUE               PIC S9(11)V99 COMP-3.
       01  WS-GOLD-MIN-BALANCE              PIC S9(11)V99 COMP-3.
       01  WS-GOLD-MIN-ACTIVITY             PIC S9(9) COMP.
       01  WS-GOLD-MIN-MONTHS               PIC S9(9) COMP.
       01  WS-PREMIER-MIN-BALANCE           PIC S9(11)V99 COMP-3.
       01  WS-PREMIER-MIN-ACTIVITY          PIC S9(9) COMP.
       01  WS-PREMIER-MIN-MONTHS            PIC S9(9) COMP.

       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.
       01  WS-CHANGE-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-CHANGES-DONE              VALUE 'Y'.

       01  WS-CURRENT-TIER                  PIC X(1).
       01  WS-PROPOSED-TIER                 PIC X(1).
       01  WS-CURRENT-RANK                  PIC 9(1).
       01  WS-PROPOSED-RANK                 PIC 9(1).
       01  WS-TIER-CODE                     PIC X(1).
       01  WS-TIER-RANK                     PIC 9(1).

       01  WS-POSITION-COUNT                PIC S9(9) COMP.
       01  WS-AVERAGE-BALANCE               PIC S9(11)V99 COMP-3.
       01  WS-BAD1-COUNT                    PIC S9(9) COMP.
       01  WS-PAD1-COUNT                    PIC S9(9) COMP.
       01  WS-ACTIVITY-COUNT                PIC S9(9) COMP.
       01  WS-FIRST-DATE                    PIC X(10).
       01  WS-RELATIONSHIP-MONTHS           PIC S9(9) COMP.
       01  WS-FIRST-YEAR                    PIC 9(4).
       01  WS-FIRST-MONTH                   PIC 9(2).

       01  WS-JUDGED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-UPGRADE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-DOWNGRADE-COUNT               PIC 9(7) VALUE 0.
       01  WS-DECIDED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT                  PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every active customer on a tier the criteria grade - a
      *> customer hand-set on to any other tier is left alone.
       EXEC SQL
           DECLARE TIER-CUSTOMER-CURSOR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.CUSTOMER_NAME,
                      C.CUSTOMER_DATE,
                      COALESCE(T.CUSTOMER_TIER, 'S')
               FROM CAD1 C
               LEFT OUTER JOIN CTF1 T
                   ON T.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE C.CUSTOMER_STATUS_CODE = 'A'
                 AND COALESCE(T.CUSTOMER_TIER, 'S') IN ('S', 'G', 'P')
               ORDER BY C.CUSTOMER_ID
       END-EXEC.

      *> Changes still pending whose effective date has come - the
      *> ones nobody vetoed.
       EXEC SQL
           DECLARE DUE-CHANGE-CURSOR CURSOR FOR
               SELECT P.CUSTOMER_ID, P.EFFECTIVE_DATE,
                      P.CURRENT_TIER, P.PROPOSED_TIER,
                      C.CUSTOMER_NAME, C.CUSTOMER_ADDRESS
               FROM CTP1 P
               INNER JOIN CAD1 C ON C.CUSTOMER_ID = P.CUSTOMER_ID
               WHERE P.PROPOSAL_STATUS = 'P'
                 AND P.EFFECTIVE_DATE <= :WS-RUN-DATE
               ORDER BY P.CUSTOMER_ID, P.EFFECTIVE_DATE
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Monthly customer tier recalculation. At month end each
      *> customer is graded off the month's average balance, the
      *> activity they put through and how long they have banked
      *> with us, and every change of tier is proposed for the first
      *> of the next month and listed for the relationship managers.
      *> On the first the apply run writes the changes nobody vetoed
      *> to CTF1 - where TBL1 and the FX pricing read the tier - and
      *> tells each customer through their CCT1 channel.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT CTR1-NOTICE-FILE
           OPEN OUTPUT CTR1-EMAIL-FILE
           OPEN OUTPUT CTR1-PRINT-FILE
           IF WS-APPLY-RUN
               PERFORM APPLY-DUE-CHANGES
           ELSE
               PERFORM READ-TIER-CRITERIA
               PERFORM PROPOSE-TIER-CHANGES
           END-IF
           PERFORM PRINT-FINAL-TOTALS
           CLOSE CTR1-NOTICE-FILE
           CLOSE CTR1-EMAIL-FILE
           CLOSE CTR1-PRINT-FILE
           IF WS-APPLY-RUN
               DISPLAY "CTR1 tier changes applied for " WS-RUN-DATE
                   " - applied " WS-APPLIED-COUNT
                   ", errors " WS-ERROR-COUNT
           ELSE
               DISPLAY "CTR1 tier recalculation for "
                   WS-PARM-CYCLE-MONTH " - upgrades "
                   WS-UPGRADE-COUNT ", downgrades "
                   WS-DOWNGRADE-COUNT ", errors " WS-ERROR-COUNT
           END-IF
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Cycle month comes in as YYYY-MM, same idiom as TBL1's parm
      *> card - blank defaults to the month of the business date,
      *> since the proposing run is the month-end one.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM READ-BUSINESS-DATE
           IF WS-PARM-CYCLE-MONTH = SPACES
               MOVE WS-RUN-DATE(1:7) TO WS-PARM-CYCLE-MONTH
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           IF WS-PARM-ACTION = SPACES
               MOVE 'P' TO WS-PARM-ACTION
           END-IF
           STRING WS-PARM-CYCLE-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE WS-PARM-CYCLE-MONTH(1:4) TO WS-YEAR
           MOVE WS-PARM-CYCLE-MONTH(6:2) TO WS-MONTH
           IF WS-MONTH = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-END.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'CTR1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "CTR1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'CTR1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'CTR1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 8 tells operations a change could not be recorded or
      *> applied.
           MOVE 'E' TO RUN-ACTION-CODE
           IF WS-APPLY-RUN
               MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT
           ELSE
               MOVE WS-JUDGED-COUNT TO RUN-RECORD-COUNT
           END-IF
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       READ-TIER-CRITERIA.
           MOVE 'TIER-G-MIN-BALANCE' TO WS-CRITERION-NAME
           MOVE 25000 TO WS-CRITERION-VALUE
           PERFORM READ-ONE-CRITERION
           MOVE WS-CRITERION-VALUE TO WS-GOLD-MIN-BALANCE
           MOVE 'TIER-G-MIN-ACTIVITY' TO WS-CRITERION-NAME
           MOVE 20 TO WS-CRITERION-VALUE
           PERFORM READ-ONE-CRITERION
           MOVE WS-CRITERION-VALUE TO WS-GOLD-MIN-ACTIVITY
           MOVE 'TIER-G-MIN-MONTHS' TO WS-CRITERION-NAME
           MOVE 12 TO WS-CRITERION-VALUE
           PERFORM READ-ONE-CRITERION
           MOVE WS-CRITERION-VALUE TO WS-GOLD-MIN-MONTHS
           MOVE 'TIER-P-MIN-BALANCE' TO WS-CRITERION-NAME
           MOVE 250000 TO WS-CRITERION-VALUE
           PERFORM READ-ONE-CRITERION
           MOVE WS-CRITERION-VALUE TO WS-PREMIER-MIN-BALANCE
           MOVE 'TIER-P-MIN-ACTIVITY' TO WS-CRITERION-NAME
           MOVE 100 TO WS-CRITERION-VALUE
           PERFORM READ-ONE-CRITERION
           MOVE WS-CRITERION-VALUE TO WS-PREMIER-MIN-ACTIVITY
           MOVE 'TIER-P-MIN-MONTHS' TO WS-CRITERION-NAME
           MOVE 36 TO WS-CRITERION-VALUE
           PERFORM READ-ONE-CRITERION
           MOVE WS-CRITERION-VALUE TO WS-PREMIER-MIN-MONTHS.

       READ-ONE-CRITERION.
           MOVE WS-CRITERION-NAME TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-CRITERION-VALUE =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF.

       PROPOSE-TIER-CHANGES.
      *> A re-run of the month replaces its own pending proposals;
      *> one a manager has already vetoed stays vetoed.
           MOVE 'TIER CHANGES PROPOSED' TO WS-REPORT-TITLE
           EXEC SQL
               DELETE FROM CTP1
               WHERE EFFECTIVE_DATE = :WS-MONTH-END
                 AND PROPOSAL_STATUS = 'P'
           END-EXEC
           MOVE 'CUSTOMER   NAME' TO WS-PRINT-LINE(1:15)
           MOVE 'FROM TO  CHANGE      AVG BALANCE' TO
               WS-PRINT-LINE(43:32)
           MOVE 'ACTIVITY  MONTHS  EFFECTIVE' TO
               WS-PRINT-LINE(79:27)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           EXEC SQL
               OPEN TIER-CUSTOMER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH TIER-CUSTOMER-CURSOR
                   INTO :CAD1-REC.CUSTOMER-ID,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-DATE,
                        :WS-CURRENT-TIER
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   PERFORM JUDGE-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE TIER-CUSTOMER-CURSOR
           END-EXEC.

       JUDGE-ONE-CUSTOMER.
           ADD 1 TO WS-JUDGED-COUNT
           PERFORM MEASURE-AVERAGE-BALANCE
           PERFORM COUNT-MONTH-ACTIVITY
           PERFORM MEASURE-RELATIONSHIP-AGE
           PERFORM GRADE-CUSTOMER
           IF WS-PROPOSED-TIER NOT = WS-CURRENT-TIER
               PERFORM RECORD-PROPOSAL
           END-IF.

       MEASURE-AVERAGE-BALANCE.
      *> The mean of the month's CBH1 snapshots - one per business
      *> day CBR1 rolled. A month with no snapshot at all takes the
      *> CBL1 position as it stands.
           MOVE 0 TO WS-AVERAGE-BALANCE
           EXEC SQL
               SELECT COUNT(*), COALESCE(AVG(BALANCE_AMOUNT), 0)
               INTO :WS-POSITION-COUNT, :WS-AVERAGE-BALANCE
               FROM CBH1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :WS-BASE-CURRENCY
                 AND POSITION_DATE >= :WS-MONTH-START
                 AND POSITION_DATE < :WS-MONTH-END
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-POSITION-COUNT
               MOVE 0 TO WS-AVERAGE-BALANCE
           END-IF
           IF WS-POSITION-COUNT = 0
               EXEC SQL
                   SELECT BALANCE_AMOUNT
                   INTO :CBL1-REC.BALANCE-AMOUNT
                   FROM CBL1
                   WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                     AND BALANCE_CURRENCY = :WS-BASE-CURRENCY
               END-EXEC
               IF SQLCODE = 0
                   MOVE BALANCE-AMOUNT OF CBL1-REC
                       TO WS-AVERAGE-BALANCE
               END-IF
           END-IF.

       COUNT-MONTH-ACTIVITY.
      *> Account transactions and payments created in the month -
      *> returned items, being the bank's doing, do not count.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-BAD1-COUNT
               FROM BAD1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                 AND TRANSACTION_DATE >= :WS-MONTH-START
                 AND TRANSACTION_DATE < :WS-MONTH-END
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-BAD1-COUNT
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PAD1-COUNT
               FROM PAD1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                 AND PAYMENT_DATE >= :WS-MONTH-START
                 AND PAYMENT_DATE < :WS-MONTH-END
                 AND ORIGINAL_PAYMENT_ID = ' '
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PAD1-COUNT
           END-IF
           COMPUTE WS-ACTIVITY-COUNT = WS-BAD1-COUNT + WS-PAD1-COUNT.

       MEASURE-RELATIONSHIP-AGE.
      *> The relationship starts with the earliest name/address the
      *> customer had on CAD1_HIST, or the CAD1 record date where
      *> that is earlier - counted in whole months to the end of
      *> the cycle month.
           MOVE CUSTOMER-DATE OF CAD1-REC TO WS-FIRST-DATE
           EXEC SQL
               SELECT COALESCE(MIN(EFFECTIVE_DATE),
                               :CAD1-REC.CUSTOMER-DATE)
               INTO :WS-FIRST-DATE
               FROM CAD1_HIST
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               OR WS-FIRST-DATE > CUSTOMER-DATE OF CAD1-REC
               MOVE CUSTOMER-DATE OF CAD1-REC TO WS-FIRST-DATE
           END-IF
           MOVE 0 TO WS-RELATIONSHIP-MONTHS
           IF WS-FIRST-DATE(1:4) IS NUMERIC
               AND WS-FIRST-DATE(6:2) IS NUMERIC
               MOVE WS-FIRST-DATE(1:4) TO WS-FIRST-YEAR
               MOVE WS-FIRST-DATE(6:2) TO WS-FIRST-MONTH
               COMPUTE WS-RELATIONSHIP-MONTHS =
                   (WS-YEAR * 12 + WS-MONTH)
                   - (WS-FIRST-YEAR * 12 + WS-FIRST-MONTH)
               IF WS-RELATIONSHIP-MONTHS < 0
                   MOVE 0 TO WS-RELATIONSHIP-MONTHS
               END-IF
           END-IF.

       GRADE-CUSTOMER.
           MOVE 'S' TO WS-PROPOSED-TIER
           IF WS-AVERAGE-BALANCE >= WS-GOLD-MIN-BALANCE
               AND WS-ACTIVITY-COUNT >= WS-GOLD-MIN-ACTIVITY
               AND WS-RELATIONSHIP-MONTHS >= WS-GOLD-MIN-MONTHS
               MOVE 'G' TO WS-PROPOSED-TIER
           END-IF
           IF WS-AVERAGE-BALANCE >= WS-PREMIER-MIN-BALANCE
               AND WS-ACTIVITY-COUNT >= WS-PREMIER-MIN-ACTIVITY
               AND WS-RELATIONSHIP-MONTHS >= WS-PREMIER-MIN-MONTHS
               MOVE 'P' TO WS-PROPOSED-TIER
           END-IF.

       RECORD-PROPOSAL.
           MOVE CUSTOMER-ID OF CAD1-REC TO CUSTOMER-ID OF CTP1-REC
           MOVE WS-MONTH-END TO EFFECTIVE-DATE OF CTP1-REC
           MOVE WS-CURRENT-TIER TO CURRENT-TIER OF CTP1-REC
           MOVE WS-PROPOSED-TIER TO PROPOSED-TIER OF CTP1-REC
           MOVE WS-AVERAGE-BALANCE TO AVERAGE-BALANCE OF CTP1-REC
           MOVE WS-ACTIVITY-COUNT TO ACTIVITY-COUNT OF CTP1-REC
           MOVE WS-RELATIONSHIP-MONTHS
               TO RELATIONSHIP-MONTHS OF CTP1-REC
           MOVE 'P' TO PROPOSAL-STATUS OF CTP1-REC
           MOVE WS-RUN-DATE TO STATUS-DATE OF CTP1-REC
           MOVE WS-PARM-USER-ID TO STATUS-USER OF CTP1-REC
           EXEC SQL
               INSERT INTO CTP1
                   (CUSTOMER_ID, EFFECTIVE_DATE, CURRENT_TIER,
                    PROPOSED_TIER, AVERAGE_BALANCE, ACTIVITY_COUNT,
                    RELATIONSHIP_MONTHS, PROPOSAL_STATUS,
                    STATUS_DATE, STATUS_USER)
               VALUES
                   (:CTP1-REC.CUSTOMER-ID, :CTP1-REC.EFFECTIVE-DATE,
                    :CTP1-REC.CURRENT-TIER, :CTP1-REC.PROPOSED-TIER,
                    :CTP1-REC.AVERAGE-BALANCE,
                    :CTP1-REC.ACTIVITY-COUNT,
                    :CTP1-REC.RELATIONSHIP-MONTHS,
                    :CTP1-REC.PROPOSAL-STATUS,
                    :CTP1-REC.STATUS-DATE, :CTP1-REC.STATUS-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM PRINT-PROPOSAL-LINE
               WHEN SQLCODE = -803
                   ADD 1 TO WS-DECIDED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  Customer " CUSTOMER-ID OF CAD1-REC
                       " change not recorded, SQLCODE " SQLCODE
           END-EVALUATE.

       PRINT-PROPOSAL-LINE.
           MOVE CUSTOMER-ID OF CAD1-REC TO WS-PRINT-LINE(1:10)
           MOVE CUSTOMER-NAME OF CAD1-REC TO WS-PRINT-LINE(12:30)
           MOVE WS-CURRENT-TIER TO WS-PRINT-LINE(44:1)
           MOVE WS-PROPOSED-TIER TO WS-PRINT-LINE(48:1)
           PERFORM COMPARE-TIERS
           IF WS-PROPOSED-RANK > WS-CURRENT-RANK
               ADD 1 TO WS-UPGRADE-COUNT
               MOVE 'UPGRADE' TO WS-PRINT-LINE(51:9)
           ELSE
               ADD 1 TO WS-DOWNGRADE-COUNT
               MOVE 'DOWNGRADE' TO WS-PRINT-LINE(51:9)
           END-IF
           MOVE WS-AVERAGE-BALANCE TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE TO WS-PRINT-LINE(61:14)
           MOVE WS-ACTIVITY-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(80:7)
           MOVE WS-RELATIONSHIP-MONTHS TO WS-EDIT-MONTHS
           MOVE WS-EDIT-MONTHS TO WS-PRINT-LINE(90:5)
           MOVE WS-MONTH-END TO WS-PRINT-LINE(97:10)
           PERFORM WRITE-REPORT-LINE.

       COMPARE-TIERS.
           MOVE WS-CURRENT-TIER TO WS-TIER-CODE
           PERFORM RANK-TIER
           MOVE WS-TIER-RANK TO WS-CURRENT-RANK
           MOVE WS-PROPOSED-TIER TO WS-TIER-CODE
           PERFORM RANK-TIER
           MOVE WS-TIER-RANK TO WS-PROPOSED-RANK.

       RANK-TIER.
           EVALUATE WS-TIER-CODE
               WHEN 'P'
                   MOVE 3 TO WS-TIER-RANK
               WHEN 'G'
                   MOVE 2 TO WS-TIER-RANK
               WHEN OTHER
                   MOVE 1 TO WS-TIER-RANK
           END-EVALUATE.

       APPLY-DUE-CHANGES.
           MOVE 'TIER CHANGES APPLIED' TO WS-REPORT-TITLE
           MOVE 'CUSTOMER   NAME' TO WS-PRINT-LINE(1:15)
           MOVE 'FROM TO  CHANGE     EFFECTIVE' TO
               WS-PRINT-LINE(43:29)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-CHANGE-SWITCH
           EXEC SQL
               OPEN DUE-CHANGE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CHANGES-DONE
               EXEC SQL
                   FETCH DUE-CHANGE-CURSOR
                   INTO :CTP1-REC.CUSTOMER-ID,
                        :CTP1-REC.EFFECTIVE-DATE,
                        :CTP1-REC.CURRENT-TIER,
                        :CTP1-REC.PROPOSED-TIER,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CHANGES-DONE TO TRUE
               ELSE
                   PERFORM APPLY-ONE-CHANGE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE DUE-CHANGE-CURSOR
           END-EXEC.

       APPLY-ONE-CHANGE.
      *> CTF1 first, then the proposal is marked applied - a change
      *> whose tier could not be written stays pending for the
      *> next run, and the customer is told only once it is done.
           MOVE CUSTOMER-ID OF CTP1-REC TO CUSTOMER-ID OF CTF1-REC
           MOVE PROPOSED-TIER OF CTP1-REC TO CUSTOMER-TIER OF CTF1-REC
           EXEC SQL
               UPDATE CTF1
               SET CUSTOMER_TIER = :CTF1-REC.CUSTOMER-TIER
               WHERE CUSTOMER_ID = :CTF1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CTF1
                       (CUSTOMER_ID, CUSTOMER_TIER)
                   VALUES
                       (:CTF1-REC.CUSTOMER-ID,
                        :CTF1-REC.CUSTOMER-TIER)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  Customer " CUSTOMER-ID OF CTP1-REC
                   " tier not written, SQLCODE " SQLCODE
           ELSE
               EXEC SQL
                   UPDATE CTP1
                   SET PROPOSAL_STATUS = 'A',
                       STATUS_DATE = :WS-RUN-DATE,
                       STATUS_USER = :WS-PARM-USER-ID
                   WHERE CUSTOMER_ID = :CTP1-REC.CUSTOMER-ID
                     AND EFFECTIVE_DATE = :CTP1-REC.EFFECTIVE-DATE
                     AND PROPOSAL_STATUS = 'P'
               END-EXEC
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  Customer " CUSTOMER-ID OF CTP1-REC
                       " change not marked, SQLCODE " SQLCODE
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-TIER-NOTICE
                   PERFORM PRINT-APPLIED-LINE
               END-IF
           END-IF.

       WRITE-TIER-NOTICE.
           MOVE CUSTOMER-NAME OF CAD1-REC TO CTR1-CUSTOMER-NAME
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO CTR1-CUSTOMER-ADDRESS
           MOVE CURRENT-TIER OF CTP1-REC TO CTR1-OLD-TIER
           MOVE PROPOSED-TIER OF CTP1-REC TO CTR1-NEW-TIER
           MOVE EFFECTIVE-DATE OF CTP1-REC TO CTR1-EFFECTIVE-DATE
           MOVE CURRENT-TIER OF CTP1-REC TO WS-CURRENT-TIER
           MOVE PROPOSED-TIER OF CTP1-REC TO WS-PROPOSED-TIER
           PERFORM COMPARE-TIERS
           IF WS-PROPOSED-RANK > WS-CURRENT-RANK
               MOVE 'U' TO CTR1-CHANGE-TYPE
           ELSE
               MOVE 'D' TO CTR1-CHANGE-TYPE
           END-IF
           MOVE CUSTOMER-ID OF CTP1-REC TO CUSTOMER-ID OF CAD1-REC
           PERFORM READ-LETTER-CHANNEL
           PERFORM REGISTER-CORRESPONDENCE
           EVALUATE TRUE
               WHEN WS-LETTER-CHANNEL = 'E'
                   WRITE CTR1-EMAIL-RECORD FROM CTR1-NOTICE-RECORD
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN CRW1-PAPER-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   WRITE CTR1-NOTICE-RECORD
                   ADD 1 TO WS-NOTICE-COUNT
           END-EVALUATE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF CTP1-REC TO CRW1-CUSTOMER-ID
           MOVE 'CTR1' TO CRW1-DOCUMENT-TYPE
           MOVE EFFECTIVE-DATE OF CTP1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE CTR1-CUSTOMER-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF CTP1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       READ-LETTER-CHANNEL.
      *> The 'LETR' preference wins, an 'ALL ' row covers the rest,
      *> no row at all means paper - and phone ('P') notices still
      *> print, since a letter cannot be phoned.
           MOVE 'M' TO WS-LETTER-CHANNEL
           EXEC SQL
               SELECT CONTACT_CHANNEL
               INTO :CCT1-REC.CONTACT-CHANNEL
               FROM CCT1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                 AND DOCUMENT_TYPE = 'LETR'
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT CONTACT_CHANNEL
                   INTO :CCT1-REC.CONTACT-CHANNEL
                   FROM CCT1
                   WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                     AND DOCUMENT_TYPE = 'ALL '
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE CONTACT-CHANNEL OF CCT1-REC
                   TO WS-LETTER-CHANNEL
           END-IF.

       PRINT-APPLIED-LINE.
           MOVE CUSTOMER-ID OF CTP1-REC TO WS-PRINT-LINE(1:10)
           MOVE CUSTOMER-NAME OF CAD1-REC TO WS-PRINT-LINE(12:30)
           MOVE CURRENT-TIER OF CTP1-REC TO WS-PRINT-LINE(44:1)
           MOVE PROPOSED-TIER OF CTP1-REC TO WS-PRINT-LINE(48:1)
           IF CTR1-CHANGE-TYPE = 'U'
               ADD 1 TO WS-UPGRADE-COUNT
               MOVE 'UPGRADE' TO WS-PRINT-LINE(51:9)
           ELSE
               ADD 1 TO WS-DOWNGRADE-COUNT
               MOVE 'DOWNGRADE' TO WS-PRINT-LINE(51:9)
           END-IF
           MOVE EFFECTIVE-DATE OF CTP1-REC TO WS-PRINT-LINE(62:10)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE CTR1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO CTR1-PRINT-RECORD
           STRING 'CTR1  ' WS-REPORT-TITLE
               '   RUN DATE ' WS-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO CTR1-PRINT-RECORD
           WRITE CTR1-PRINT-RECORD
           MOVE SPACES TO CTR1-PRINT-RECORD
           WRITE CTR1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           IF NOT WS-APPLY-RUN
               MOVE WS-JUDGED-COUNT TO WS-EDIT-COUNT
               STRING 'CUSTOMERS GRADED:                    '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-UPGRADE-COUNT TO WS-EDIT-COUNT
           STRING 'UPGRADES:                            '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DOWNGRADE-COUNT TO WS-EDIT-COUNT
           STRING 'DOWNGRADES:                          '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-APPLY-RUN
               MOVE WS-NOTICE-COUNT TO WS-EDIT-COUNT
               STRING 'PAPER NOTICES WRITTEN:               '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-EMAIL-COUNT TO WS-EDIT-COUNT
               STRING 'EMAIL NOTICES WRITTEN:               '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SUPPRESSED-COUNT TO WS-EDIT-COUNT
               STRING 'PAPER HELD - ADDRESS UNDELIVERABLE:  '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-DECIDED-COUNT TO WS-EDIT-COUNT
               STRING 'ALREADY VETOED OR APPLIED:           '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
           STRING 'CHANGES IN ERROR:                    '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
