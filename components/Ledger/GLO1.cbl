       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY GAC1SQL.
       COPY GAH1SQL.
       COPY GPS1SQL.
       COPY GDS1SQL.
       COPY GAD1SQL.
       COPY GXT1SQL.
       COPY PAD1SQL.
       COPY PAD1ASQL.
       COPY BAD1SQL.
       COPY BAD1ASQL.

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY GAC1REC.
       COPY GAH1REC.
       COPY GDS1REC.
       COPY GAD1REC.
       COPY GXT1REC.
       COPY PAD1REC.
       COPY BAD1REC.

       *> Symbolic map for the GLO1MSD mapset
       COPY GLO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-LIST-IX                      PIC 9(4) COMP.
       77  WS-SEL-IX                       PIC 9(4) COMP.
       77  WS-EDIT-LINE                    PIC Z9.

      *> AID bytes a 3270 presents for PF3 and PF8 - the DFHAID
      *> values, spelled out here because this program tests EIBAID
      *> directly.
       77  WS-AID-PF3                      PIC X(1) VALUE '3'.
       77  WS-AID-PF8                      PIC X(1) VALUE '8'.

      *> Column headings for each level of the drill-down.
       01  WS-PERIOD-HEADING.
           05  FILLER               PIC X(28) VALUE
               'LN PERIOD  S          DEBITS'.
           05  FILLER               PIC X(51) VALUE
               '         CREDITS             NET         BALANCE'.
       01  WS-CHILD-HEADING.
           05  FILLER               PIC X(18) VALUE
               'LN ACCOUNT    NAME'.
           05  FILLER               PIC X(61) VALUE
               '                           T         BALANCE'.
       01  WS-DAY-HEADING.
           05  FILLER               PIC X(29) VALUE
               'LN DATE                DEBITS'.
           05  FILLER               PIC X(50) VALUE
               '         CREDITS             NET'.
       01  WS-ENTRY-HEADING.
           05  FILLER               PIC X(40) VALUE
               'LN ENTRY        SOURCE D          AMOUNT'.
           05  FILLER               PIC X(39) VALUE
               ' CCY UNIT USER'.

       01  WS-FETCH-SWITCH                 PIC X(1).
           88  WS-FETCH-DONE               VALUE 'Y'.
       01  WS-MORE-SWITCH                  PIC X(1).
           88  WS-MORE-LINES               VALUE 'Y'.
       01  WS-FOUND-SWITCH                 PIC X(1).
           88  WS-ROW-FOUND                VALUE 'Y'.

      *> Balances are debit-positive - debits less credits - the way
      *> GLT1 prints its trial balance.
       01  WS-PERIOD-BOUND                 PIC X(7).
       01  WS-BALANCE-ACCOUNT              PIC X(10).
       01  WS-CLOSED-NET                   PIC S9(13)V99 COMP-3.
       01  WS-OPEN-NET                     PIC S9(13)V99 COMP-3.
       01  WS-ACCOUNT-BALANCE              PIC S9(13)V99 COMP-3.
       01  WS-RUNNING-BALANCE              PIC S9(13)V99 COMP-3.
       01  WS-LINE-NET                     PIC S9(13)V99 COMP-3.
       01  WS-EDIT-AMOUNT-1                PIC -(11)9.99.
       01  WS-EDIT-AMOUNT-2                PIC -(11)9.99.
       01  WS-EDIT-AMOUNT-3                PIC -(11)9.99.
       01  WS-EDIT-AMOUNT-4                PIC -(11)9.99.

      *> One row of whichever level is being listed.
       01  WS-ROW-PERIOD                   PIC X(7).
       01  WS-ROW-STATE                    PIC X(1).
       01  WS-ROW-DEBITS                   PIC S9(13)V99 COMP-3.
       01  WS-ROW-CREDITS                  PIC S9(13)V99 COMP-3.
       01  WS-ROW-ACCOUNT                  PIC X(10).
       01  WS-ROW-TYPE-CODE                PIC X(1).
       01  WS-ROW-AMOUNT                   PIC S9(9)V99 COMP-3.
       01  WS-ROW-CURRENCY                 PIC X(3).
       01  WS-ROW-UNIT                     PIC X(4).

      *> Where a GAD1 entry came from, read off its reference - the
      *> same prefixes the RIS1 integrity scan keys on, and a GXT1
      *> control row for a transaction GLX2 fed. Anything else is a
      *> payment, and its ID is masked to the last four digits the
      *> way PAO1 and PAO2 show it.
       01  WS-SOURCE-REF                   PIC X(10).
       01  WS-SOURCE-TYPE                  PIC X(6).
           88  WS-SOURCE-PAYMENT           VALUE 'PAYMT'.
           88  WS-SOURCE-TRANSACTION       VALUE 'TRAN'.
           88  WS-SOURCE-JOURNAL           VALUE 'JOURNL'.
           88  WS-SOURCE-REVALUATION       VALUE 'REVAL'.
           88  WS-SOURCE-WRITE-OFF         VALUE 'WRTOFF'.
       01  WS-FED-COUNT                    PIC S9(9) COMP.
       01  WS-MASKED-PAYMENT-ID            PIC X(10).
       01  WS-MASKED-ENTRY-ID              PIC X(12).
       01  WS-SOURCE-LINE                  PIC X(79).
       01  WS-ARCHIVE-DATE                 PIC X(10).

      *> COMMAREA carried between pseudo-conversational turns - the
      *> level being shown and what was picked to get there, the
      *> paging keys, and the key behind each listed line so a
      *> pick by line number finds its row.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.
           05  WS-LEVEL                     PIC X(1).
               88  WS-AT-NOTHING            VALUE SPACE.
               88  WS-AT-PERIODS            VALUE 'P'.
               88  WS-AT-CHILDREN           VALUE 'H'.
               88  WS-AT-DAYS               VALUE 'D'.
               88  WS-AT-ENTRIES            VALUE 'E'.
               88  WS-AT-SOURCE             VALUE 'S'.
           05  WS-STATE-ACCOUNT             PIC X(10).
           05  WS-STATE-PERIOD              PIC X(7).
           05  WS-STATE-DAY                 PIC X(10).
           05  WS-STATE-ENTRY               PIC X(12).
           05  WS-PAGE-KEY                  PIC X(12).
           05  WS-NEXT-PAGE-KEY             PIC X(12).
           05  WS-LINE-COUNT                PIC 9(2).
           05  WS-LINE-KEY                  PIC X(12) OCCURS 12 TIMES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The account's months, newest first - a closed month's
      *> totals as GCL1 froze them on GPS1, an open month's summed
      *> off the GDS1 day summaries GSU1 keeps.
       EXEC SQL
           DECLARE PERIOD-BALANCE-CURSOR CURSOR FOR
               SELECT X.PERIOD_MONTH, X.DEBIT_TOTAL, X.CREDIT_TOTAL,
                      X.PERIOD_STATE
               FROM (SELECT P.PERIOD_MONTH AS PERIOD_MONTH,
                            P.DEBIT_TOTAL AS DEBIT_TOTAL,
                            P.CREDIT_TOTAL AS CREDIT_TOTAL,
                            'C' AS PERIOD_STATE
                     FROM GPS1 P
                     WHERE P.GL_ACCOUNT = :WS-STATE-ACCOUNT
                     UNION ALL
                     SELECT SUBSTR(CHAR(D.SUMMARY_DATE, ISO), 1, 7),
                            SUM(D.DEBIT_TOTAL),
                            SUM(D.CREDIT_TOTAL),
                            'O'
                     FROM GDS1 D
                     WHERE D.GL_ACCOUNT = :WS-STATE-ACCOUNT
                       AND NOT EXISTS
                           (SELECT 1 FROM GPS1 C
                            WHERE C.GL_ACCOUNT = D.GL_ACCOUNT
                              AND C.PERIOD_MONTH =
                                  SUBSTR(CHAR(D.SUMMARY_DATE, ISO),
                                         1, 7))
                     GROUP BY SUBSTR(CHAR(D.SUMMARY_DATE, ISO), 1, 7))
                    X
               WHERE X.PERIOD_MONTH < :WS-PERIOD-BOUND
               ORDER BY X.PERIOD_MONTH DESC
       END-EXEC.

      *> The accounts that roll up into this one on GAH1.
       EXEC SQL
           DECLARE CHILD-ACCOUNT-CURSOR CURSOR FOR
               SELECT H.GL_ACCOUNT,
                      COALESCE(A.ACCOUNT_NAME, ' '),
                      COALESCE(A.ACCOUNT_TYPE_CODE, ' ')
               FROM GAH1 H
               LEFT JOIN GAC1 A
                 ON A.GL_ACCOUNT = H.GL_ACCOUNT
               WHERE H.PARENT_ACCOUNT = :WS-STATE-ACCOUNT
                 AND H.GL_ACCOUNT > :WS-PAGE-KEY
               ORDER BY H.GL_ACCOUNT
       END-EXEC.

      *> The business days posted to the account in the month,
      *> across every operating unit.
       EXEC SQL
           DECLARE DAY-SUMMARY-CURSOR CURSOR FOR
               SELECT CHAR(SUMMARY_DATE, ISO), SUM(DEBIT_TOTAL),
                      SUM(CREDIT_TOTAL)
               FROM GDS1
               WHERE GL_ACCOUNT = :WS-STATE-ACCOUNT
                 AND SUBSTR(CHAR(SUMMARY_DATE, ISO), 1, 7)
                     = :WS-STATE-PERIOD
                 AND CHAR(SUMMARY_DATE, ISO) > :WS-PAGE-KEY
               GROUP BY CHAR(SUMMARY_DATE, ISO)
               ORDER BY 1
       END-EXEC.

      *> The GAD1 entries behind one day's summary.
       EXEC SQL
           DECLARE DAY-ENTRY-CURSOR CURSOR FOR
               SELECT LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_TYPE_CODE,
                      ENTRY_AMOUNT, ENTRY_CURRENCY, OPERATING_UNIT,
                      ENTRY_USER
               FROM GAD1
               WHERE GL_ACCOUNT = :WS-STATE-ACCOUNT
                 AND ENTRY_DATE = :WS-STATE-DAY
                 AND LEDGER_ENTRY_ID > :WS-PAGE-KEY
               ORDER BY LEDGER_ENTRY_ID
       END-EXEC.

      *> Every line of a manual journal - GJL1 posts them all under
      *> the one journal reference.
       EXEC SQL
           DECLARE JOURNAL-LINE-CURSOR CURSOR FOR
               SELECT GL_ACCOUNT, ENTRY_TYPE_CODE, ENTRY_AMOUNT,
                      ENTRY_CURRENCY, OPERATING_UNIT
               FROM GAD1
               WHERE PAYMENT_ID = :WS-SOURCE-REF
               ORDER BY LEDGER_ENTRY_ID
       END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(211).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> GL account inquiry - what Finance used to get by running
      *> GLT1 and asking for the postings by hand. An account shows
      *> its balance month by month (GPS1 for closed months, GDS1
      *> for open ones); a month drills to its days, a day to its
      *> GAD1 entries, and an entry to its source - the PAD1
      *> payment, the BAD1 transaction GLX2 fed (GXT1), or the GJL1
      *> journal with all its lines. U climbs to the GAH1 parent,
      *> C lists the children, PF3 backs up a level and PF8 pages.
      *> Inquiry only, so it stays open while the chain runs.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO GLO1O
           MOVE SPACES TO MSGO
           MOVE SPACES TO WS-TASK-STATE
           MOVE 0 TO WS-LINE-COUNT
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               MOVE 'KEY A GL ACCOUNT' TO MSGO(1:16)
           END-IF
           EXEC CICS SEND MAP('GLO1MAP') MAPSET('GLO1MSD')
               FROM(GLO1O) ERASE
               END-EXEC
           SET WS-SECOND-TURN TO TRUE
           PERFORM RE-ARM-CONVERSATION.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('GLO1MAP') MAPSET('GLO1MSD')
               INTO(GLO1I)
               RESP(WS-RESP)
               END-EXEC

           MOVE SPACES TO MSGO
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               PERFORM PROCESS-OPERATOR-REQUEST
               PERFORM FILL-CURRENT-LEVEL
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'GLO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED FOR GLO1' TO MSGO(1:23)
           END-IF.

       PROCESS-OPERATOR-REQUEST.
      *> A newly keyed account always wins; otherwise PF3, PF8, an
      *> action or a line pick moves around the current account.
           EVALUATE TRUE
               WHEN ACC NOT = LOW-VALUES AND ACC NOT = SPACES
                   PERFORM SELECT-NEW-ACCOUNT
               WHEN WS-STATE-ACCOUNT = SPACES
                   MOVE 'KEY A GL ACCOUNT' TO MSGO(1:16)
               WHEN EIBAID = WS-AID-PF3
                   PERFORM STEP-BACK-A-LEVEL
               WHEN EIBAID = WS-AID-PF8
                   PERFORM PAGE-FORWARD
               WHEN ACT = 'U'
                   PERFORM MOVE-TO-PARENT
               WHEN ACT = 'C'
                   SET WS-AT-CHILDREN TO TRUE
                   MOVE SPACES TO WS-PAGE-KEY
               WHEN ACT NOT = LOW-VALUES AND ACT NOT = SPACES
                   MOVE 'ACTION MUST BE U OR C' TO MSGO(1:21)
               WHEN LNO NOT = LOW-VALUES AND LNO NOT = SPACES
                    AND LNO NOT = '00'
                   PERFORM DRILL-DOWN-SELECTED-LINE
           END-EVALUATE.

       SELECT-NEW-ACCOUNT.
           MOVE ACC TO GL-ACCOUNT OF GAC1-REC
           EXEC SQL
               SELECT ACCOUNT_NAME
               INTO :GAC1-REC.ACCOUNT-NAME
               FROM GAC1
               WHERE GL_ACCOUNT = :GAC1-REC.GL-ACCOUNT
           END-EXEC
           IF SQLCODE = 0
               MOVE ACC TO WS-STATE-ACCOUNT
               SET WS-AT-PERIODS TO TRUE
               MOVE SPACES TO WS-PAGE-KEY
           ELSE
               MOVE 'ACCOUNT IS NOT ON THE CHART OF ACCOUNTS (GAC1)'
                   TO MSGO(1:46)
           END-IF.

       STEP-BACK-A-LEVEL.
           MOVE SPACES TO WS-PAGE-KEY
           EVALUATE TRUE
               WHEN WS-AT-SOURCE
                   SET WS-AT-ENTRIES TO TRUE
               WHEN WS-AT-ENTRIES
                   SET WS-AT-DAYS TO TRUE
               WHEN WS-AT-DAYS
                   SET WS-AT-PERIODS TO TRUE
               WHEN WS-AT-CHILDREN
                   SET WS-AT-PERIODS TO TRUE
               WHEN OTHER
                   MOVE 'AT THE TOP - KEY AN ACCOUNT OR ACTION U'
                       TO MSGO(1:39)
           END-EVALUATE.

       PAGE-FORWARD.
           IF WS-NEXT-PAGE-KEY = SPACES
               MOVE 'NO MORE LINES' TO MSGO(1:13)
           ELSE
               MOVE WS-NEXT-PAGE-KEY TO WS-PAGE-KEY
           END-IF.

       MOVE-TO-PARENT.
           MOVE WS-STATE-ACCOUNT TO GL-ACCOUNT OF GAH1-REC
           EXEC SQL
               SELECT PARENT_ACCOUNT
               INTO :GAH1-REC.PARENT-ACCOUNT
               FROM GAH1
               WHERE GL_ACCOUNT = :GAH1-REC.GL-ACCOUNT
           END-EXEC
           IF SQLCODE = 0
               MOVE PARENT-ACCOUNT OF GAH1-REC TO WS-STATE-ACCOUNT
               SET WS-AT-PERIODS TO TRUE
               MOVE SPACES TO WS-PAGE-KEY
           ELSE
               MOVE 'TOP-LEVEL ACCOUNT - NO PARENT ON GAH1'
                   TO MSGO(1:37)
           END-IF.

       DRILL-DOWN-SELECTED-LINE.
           IF WS-AT-SOURCE
               MOVE 'THE SOURCE IS THE BOTTOM - PF3 FOR THE ENTRIES'
                   TO MSGO(1:46)
           ELSE
               IF LNO IS NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO MSGO(1:27)
               ELSE
                   MOVE FUNCTION NUMVAL(LNO) TO WS-SEL-IX
                   IF WS-SEL-IX < 1 OR WS-SEL-IX > WS-LINE-COUNT
                       MOVE 'LINE NUMBER IS NOT ON THE LIST'
                           TO MSGO(1:30)
                   ELSE
                       PERFORM DRILL-INTO-LINE
                   END-IF
               END-IF
           END-IF.

       DRILL-INTO-LINE.
           MOVE SPACES TO WS-PAGE-KEY
           EVALUATE TRUE
               WHEN WS-AT-PERIODS
                   MOVE WS-LINE-KEY(WS-SEL-IX)(1:7) TO WS-STATE-PERIOD
                   SET WS-AT-DAYS TO TRUE
               WHEN WS-AT-CHILDREN
                   MOVE WS-LINE-KEY(WS-SEL-IX)(1:10)
                       TO WS-STATE-ACCOUNT
                   SET WS-AT-PERIODS TO TRUE
               WHEN WS-AT-DAYS
                   MOVE WS-LINE-KEY(WS-SEL-IX)(1:10) TO WS-STATE-DAY
                   SET WS-AT-ENTRIES TO TRUE
               WHEN WS-AT-ENTRIES
                   MOVE WS-LINE-KEY(WS-SEL-IX) TO WS-STATE-ENTRY
                   SET WS-AT-SOURCE TO TRUE
           END-EVALUATE.

       FILL-CURRENT-LEVEL.
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO WS-NEXT-PAGE-KEY
           MOVE 'N' TO WS-MORE-SWITCH
           MOVE SPACES TO HDRO
           MOVE SPACES TO COLO
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > 12
               MOVE SPACES TO LIST-LINE(WS-LIST-IX)
               MOVE SPACES TO WS-LINE-KEY(WS-LIST-IX)
           END-PERFORM
           IF NOT WS-AT-NOTHING
               PERFORM FILL-ACCOUNT-HEADER
           END-IF
           EVALUATE TRUE
               WHEN WS-AT-PERIODS
                   PERFORM FILL-PERIOD-LINES
               WHEN WS-AT-CHILDREN
                   PERFORM FILL-CHILD-LINES
               WHEN WS-AT-DAYS
                   PERFORM FILL-DAY-LINES
               WHEN WS-AT-ENTRIES
                   PERFORM FILL-ENTRY-LINES
               WHEN WS-AT-SOURCE
                   PERFORM FILL-SOURCE-LINES
           END-EVALUATE
           IF WS-MORE-LINES AND MSGO NOT = SPACES
               MOVE 'PF8=MORE' TO MSGO(72:8)
           END-IF.

       FILL-ACCOUNT-HEADER.
      *> Account, name, type and where it sits in the hierarchy.
           MOVE WS-STATE-ACCOUNT TO GL-ACCOUNT OF GAC1-REC
           MOVE SPACES TO ACCOUNT-NAME OF GAC1-REC
           MOVE SPACES TO ACCOUNT-TYPE-CODE OF GAC1-REC
           EXEC SQL
               SELECT ACCOUNT_NAME, ACCOUNT_TYPE_CODE
               INTO :GAC1-REC.ACCOUNT-NAME,
                    :GAC1-REC.ACCOUNT-TYPE-CODE
               FROM GAC1
               WHERE GL_ACCOUNT = :GAC1-REC.GL-ACCOUNT
           END-EXEC
           MOVE WS-STATE-ACCOUNT TO GL-ACCOUNT OF GAH1-REC
           EXEC SQL
               SELECT PARENT_ACCOUNT
               INTO :GAH1-REC.PARENT-ACCOUNT
               FROM GAH1
               WHERE GL_ACCOUNT = :GAH1-REC.GL-ACCOUNT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'TOP LEVEL' TO PARENT-ACCOUNT OF GAH1-REC
           END-IF
           STRING WS-STATE-ACCOUNT ' '
                  ACCOUNT-NAME OF GAC1-REC
                  ' TYPE ' ACCOUNT-TYPE-CODE OF GAC1-REC
                  ' PARENT ' PARENT-ACCOUNT OF GAH1-REC
                  DELIMITED BY SIZE INTO HDRO
           MOVE WS-STATE-ACCOUNT TO ACCO.

       COMPUTE-ACCOUNT-BALANCE.
      *> Balance of WS-BALANCE-ACCOUNT through the months before
      *> WS-PERIOD-BOUND - closed months off GPS1, the rest off
      *> GDS1, the same split the period list reads.
           EXEC SQL
               SELECT COALESCE(SUM(DEBIT_TOTAL - CREDIT_TOTAL), 0)
               INTO :WS-CLOSED-NET
               FROM GPS1
               WHERE GL_ACCOUNT = :WS-BALANCE-ACCOUNT
                 AND PERIOD_MONTH < :WS-PERIOD-BOUND
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CLOSED-NET
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(D.DEBIT_TOTAL - D.CREDIT_TOTAL), 0)
               INTO :WS-OPEN-NET
               FROM GDS1 D
               WHERE D.GL_ACCOUNT = :WS-BALANCE-ACCOUNT
                 AND SUBSTR(CHAR(D.SUMMARY_DATE, ISO), 1, 7)
                     < :WS-PERIOD-BOUND
                 AND NOT EXISTS
                     (SELECT 1 FROM GPS1 C
                      WHERE C.GL_ACCOUNT = D.GL_ACCOUNT
                        AND C.PERIOD_MONTH =
                            SUBSTR(CHAR(D.SUMMARY_DATE, ISO), 1, 7))
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-OPEN-NET
           END-IF
           COMPUTE WS-ACCOUNT-BALANCE = WS-CLOSED-NET + WS-OPEN-NET.

       FILL-PERIOD-LINES.
      *> Newest month first; each line's balance is the account's
      *> balance at the month's end, walked back a month at a time
      *> from the balance at the end of the newest one shown.
           MOVE WS-PERIOD-HEADING TO COLO
           IF WS-PAGE-KEY = SPACES
               MOVE '9999-99' TO WS-PERIOD-BOUND
           ELSE
               MOVE WS-PAGE-KEY(1:7) TO WS-PERIOD-BOUND
           END-IF
           MOVE WS-STATE-ACCOUNT TO WS-BALANCE-ACCOUNT
           PERFORM COMPUTE-ACCOUNT-BALANCE
           MOVE WS-ACCOUNT-BALANCE TO WS-RUNNING-BALANCE
           MOVE 'N' TO WS-FETCH-SWITCH
           EXEC SQL
               OPEN PERIOD-BALANCE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FETCH-DONE
               EXEC SQL
                   FETCH PERIOD-BALANCE-CURSOR
                   INTO :WS-ROW-PERIOD, :WS-ROW-DEBITS,
                        :WS-ROW-CREDITS, :WS-ROW-STATE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-FETCH-DONE TO TRUE
                   WHEN WS-LINE-COUNT NOT < 12
                       SET WS-MORE-LINES TO TRUE
                       SET WS-FETCH-DONE TO TRUE
                   WHEN OTHER
                       PERFORM FILL-ONE-PERIOD-LINE
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE PERIOD-BALANCE-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NOTHING POSTED TO THIS ACCOUNT' TO MSGO(1:30)
               ELSE
                   MOVE 'BALANCE BY MONTH - KEY A LINE FOR ITS DAYS'
                       TO MSGO(1:42)
               END-IF
           END-IF.

       FILL-ONE-PERIOD-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ROW-PERIOD TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE WS-ROW-PERIOD TO WS-NEXT-PAGE-KEY
           COMPUTE WS-LINE-NET = WS-ROW-DEBITS - WS-ROW-CREDITS
           MOVE WS-ROW-DEBITS TO WS-EDIT-AMOUNT-1
           MOVE WS-ROW-CREDITS TO WS-EDIT-AMOUNT-2
           MOVE WS-LINE-NET TO WS-EDIT-AMOUNT-3
           MOVE WS-RUNNING-BALANCE TO WS-EDIT-AMOUNT-4
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE ' ' WS-ROW-PERIOD ' ' WS-ROW-STATE
                  ' ' WS-EDIT-AMOUNT-1 ' ' WS-EDIT-AMOUNT-2
                  ' ' WS-EDIT-AMOUNT-3 ' ' WS-EDIT-AMOUNT-4
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT)
           SUBTRACT WS-LINE-NET FROM WS-RUNNING-BALANCE.

       FILL-CHILD-LINES.
           MOVE WS-CHILD-HEADING TO COLO
           MOVE '9999-99' TO WS-PERIOD-BOUND
           MOVE 'N' TO WS-FETCH-SWITCH
           EXEC SQL
               OPEN CHILD-ACCOUNT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FETCH-DONE
               EXEC SQL
                   FETCH CHILD-ACCOUNT-CURSOR
                   INTO :WS-ROW-ACCOUNT, :GAC1-REC.ACCOUNT-NAME,
                        :WS-ROW-TYPE-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-FETCH-DONE TO TRUE
                   WHEN WS-LINE-COUNT NOT < 12
                       SET WS-MORE-LINES TO TRUE
                       SET WS-FETCH-DONE TO TRUE
                   WHEN OTHER
                       PERFORM FILL-ONE-CHILD-LINE
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CHILD-ACCOUNT-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NO ACCOUNTS ROLL UP INTO THIS ONE ON GAH1'
                       TO MSGO(1:41)
               ELSE
                   MOVE 'CHILD ACCOUNTS - KEY A LINE TO SHOW ONE'
                       TO MSGO(1:39)
               END-IF
           END-IF.

       FILL-ONE-CHILD-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ROW-ACCOUNT TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE WS-ROW-ACCOUNT TO WS-NEXT-PAGE-KEY
           MOVE WS-ROW-ACCOUNT TO WS-BALANCE-ACCOUNT
           PERFORM COMPUTE-ACCOUNT-BALANCE
           MOVE WS-ACCOUNT-BALANCE TO WS-EDIT-AMOUNT-1
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE ' ' WS-ROW-ACCOUNT
                  ' ' ACCOUNT-NAME OF GAC1-REC
                  ' ' WS-ROW-TYPE-CODE
                  ' ' WS-EDIT-AMOUNT-1
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       FILL-DAY-LINES.
           MOVE WS-DAY-HEADING TO COLO
           MOVE 'N' TO WS-FETCH-SWITCH
           EXEC SQL
               OPEN DAY-SUMMARY-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FETCH-DONE
               EXEC SQL
                   FETCH DAY-SUMMARY-CURSOR
                   INTO :GDS1-REC.SUMMARY-DATE, :WS-ROW-DEBITS,
                        :WS-ROW-CREDITS
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-FETCH-DONE TO TRUE
                   WHEN WS-LINE-COUNT NOT < 12
                       SET WS-MORE-LINES TO TRUE
                       SET WS-FETCH-DONE TO TRUE
                   WHEN OTHER
                       PERFORM FILL-ONE-DAY-LINE
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE DAY-SUMMARY-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NO DAY SUMMARIES FOR THE MONTH ON GDS1'
                       TO MSGO(1:38)
               ELSE
                   STRING 'DAYS POSTED IN ' WS-STATE-PERIOD
                          ' - KEY A LINE FOR ITS ENTRIES'
                          DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF.

       FILL-ONE-DAY-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SUMMARY-DATE OF GDS1-REC TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE SUMMARY-DATE OF GDS1-REC TO WS-NEXT-PAGE-KEY
           COMPUTE WS-LINE-NET = WS-ROW-DEBITS - WS-ROW-CREDITS
           MOVE WS-ROW-DEBITS TO WS-EDIT-AMOUNT-1
           MOVE WS-ROW-CREDITS TO WS-EDIT-AMOUNT-2
           MOVE WS-LINE-NET TO WS-EDIT-AMOUNT-3
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE ' ' SUMMARY-DATE OF GDS1-REC
                  ' ' WS-EDIT-AMOUNT-1 ' ' WS-EDIT-AMOUNT-2
                  ' ' WS-EDIT-AMOUNT-3
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       FILL-ENTRY-LINES.
           MOVE WS-ENTRY-HEADING TO COLO
           MOVE 'N' TO WS-FETCH-SWITCH
           EXEC SQL
               OPEN DAY-ENTRY-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FETCH-DONE
               EXEC SQL
                   FETCH DAY-ENTRY-CURSOR
                   INTO :GAD1-REC.LEDGER-ENTRY-ID,
                        :GAD1-REC.PAYMENT-ID,
                        :GAD1-REC.ENTRY-TYPE-CODE,
                        :GAD1-REC.ENTRY-AMOUNT,
                        :GAD1-REC.ENTRY-CURRENCY,
                        :GAD1-REC.OPERATING-UNIT,
                        :GAD1-REC.ENTRY-USER
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-FETCH-DONE TO TRUE
                   WHEN WS-LINE-COUNT NOT < 12
                       SET WS-MORE-LINES TO TRUE
                       SET WS-FETCH-DONE TO TRUE
                   WHEN OTHER
                       PERFORM FILL-ONE-ENTRY-LINE
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE DAY-ENTRY-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NO GAD1 ENTRIES ON THE DAY - MAY BE ARCHIVED'
                       TO MSGO(1:44)
               ELSE
                   STRING 'ENTRIES POSTED ON ' WS-STATE-DAY
                          ' - KEY A LINE FOR ITS SOURCE'
                          DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF.

       FILL-ONE-ENTRY-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE LEDGER-ENTRY-ID OF GAD1-REC
               TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE LEDGER-ENTRY-ID OF GAD1-REC TO WS-NEXT-PAGE-KEY
           MOVE PAYMENT-ID OF GAD1-REC TO WS-SOURCE-REF
           PERFORM CLASSIFY-ENTRY-SOURCE
           PERFORM MASK-ENTRY-ID
           MOVE ENTRY-AMOUNT OF GAD1-REC TO WS-EDIT-AMOUNT-1
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE ' ' WS-MASKED-ENTRY-ID
                  ' ' WS-SOURCE-TYPE
                  ' ' ENTRY-TYPE-CODE OF GAD1-REC
                  ' ' WS-EDIT-AMOUNT-1
                  ' ' ENTRY-CURRENCY OF GAD1-REC
                  ' ' OPERATING-UNIT OF GAD1-REC
                  ' ' ENTRY-USER OF GAD1-REC
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       CLASSIFY-ENTRY-SOURCE.
           EVALUATE TRUE
               WHEN WS-SOURCE-REF(1:1) = 'J'
                   SET WS-SOURCE-JOURNAL TO TRUE
               WHEN WS-SOURCE-REF(1:2) = 'RV'
                   SET WS-SOURCE-REVALUATION TO TRUE
               WHEN WS-SOURCE-REF(1:2) = 'WO'
                   SET WS-SOURCE-WRITE-OFF TO TRUE
               WHEN OTHER
                   MOVE WS-SOURCE-REF TO TRANSACTION-ID OF GXT1-REC
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-FED-COUNT
                       FROM GXT1
                       WHERE TRANSACTION_ID = :GXT1-REC.TRANSACTION-ID
                   END-EXEC
                   IF SQLCODE = 0 AND WS-FED-COUNT > 0
                       SET WS-SOURCE-TRANSACTION TO TRUE
                   ELSE
                       SET WS-SOURCE-PAYMENT TO TRUE
                   END-IF
           END-EVALUATE.

       MASK-ENTRY-ID.
      *> A payment's ledger entry ID is its payment ID plus a
      *> two-digit leg number, so it is masked the same way.
           MOVE LEDGER-ENTRY-ID OF GAD1-REC TO WS-MASKED-ENTRY-ID
           IF WS-SOURCE-PAYMENT
               MOVE '******' TO WS-MASKED-ENTRY-ID(1:6)
           END-IF.

       MASK-PAYMENT-ID.
           MOVE '******' TO WS-MASKED-PAYMENT-ID(1:6).

       FILL-SOURCE-LINES.
      *> The entry itself on the first line, then what it came
      *> from.
           MOVE SPACES TO COLO
           MOVE 0 TO WS-LIST-IX
           MOVE WS-STATE-ENTRY TO LEDGER-ENTRY-ID OF GAD1-REC
           EXEC SQL
               SELECT PAYMENT_ID, CHAR(ENTRY_DATE, ISO), GL_ACCOUNT,
                      ENTRY_TYPE_CODE, ENTRY_AMOUNT, ENTRY_CURRENCY,
                      ENTRY_USER, OPERATING_UNIT
               INTO :GAD1-REC.PAYMENT-ID, :GAD1-REC.ENTRY-DATE,
                    :GAD1-REC.GL-ACCOUNT, :GAD1-REC.ENTRY-TYPE-CODE,
                    :GAD1-REC.ENTRY-AMOUNT, :GAD1-REC.ENTRY-CURRENCY,
                    :GAD1-REC.ENTRY-USER, :GAD1-REC.OPERATING-UNIT
               FROM GAD1
               WHERE LEDGER_ENTRY_ID = :GAD1-REC.LEDGER-ENTRY-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'THE ENTRY IS NO LONGER ON GAD1' TO MSGO(1:30)
           ELSE
               MOVE PAYMENT-ID OF GAD1-REC TO WS-SOURCE-REF
               PERFORM CLASSIFY-ENTRY-SOURCE
               PERFORM MASK-ENTRY-ID
               MOVE ENTRY-AMOUNT OF GAD1-REC TO WS-EDIT-AMOUNT-1
               MOVE SPACES TO WS-SOURCE-LINE
               STRING 'ENTRY ' WS-MASKED-ENTRY-ID
                      ' ' ENTRY-TYPE-CODE OF GAD1-REC
                      ' ' WS-EDIT-AMOUNT-1
                      ' ' ENTRY-CURRENCY OF GAD1-REC
                      ' ON ' ENTRY-DATE OF GAD1-REC
                      ' UNIT ' OPERATING-UNIT OF GAD1-REC
                      ' BY ' ENTRY-USER OF GAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               MOVE SPACES TO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               EVALUATE TRUE
                   WHEN WS-SOURCE-JOURNAL
                       PERFORM SHOW-JOURNAL-SOURCE
                   WHEN WS-SOURCE-REVALUATION
                       STRING 'SOURCE: FX REVALUATION ' WS-SOURCE-REF
                              ' (GRV1) - LEDGER-ONLY, NO SOURCE ROW'
                              DELIMITED BY SIZE INTO WS-SOURCE-LINE
                       PERFORM ADD-SOURCE-LINE
                   WHEN WS-SOURCE-WRITE-OFF
                       STRING 'SOURCE: TOLERANCE WRITE-OFF '
                              WS-SOURCE-REF
                              ' (PAC1) - LEDGER-ONLY, NO SOURCE ROW'
                              DELIMITED BY SIZE INTO WS-SOURCE-LINE
                       PERFORM ADD-SOURCE-LINE
                   WHEN WS-SOURCE-TRANSACTION
                       PERFORM SHOW-TRANSACTION-SOURCE
                   WHEN OTHER
                       PERFORM SHOW-PAYMENT-SOURCE
               END-EVALUATE
               IF MSGO = SPACES
                   MOVE 'SOURCE OF THE ENTRY - PF3 BACK TO THE ENTRIES'
                       TO MSGO(1:45)
               END-IF
           END-IF.

       ADD-SOURCE-LINE.
      *> The source view has no line picks - its lines are text,
      *> so WS-LINE-COUNT stays zero and only the display fills.
           IF WS-LIST-IX < 12
               ADD 1 TO WS-LIST-IX
               MOVE WS-SOURCE-LINE TO LIST-LINE(WS-LIST-IX)
           END-IF
           MOVE SPACES TO WS-SOURCE-LINE.

       SHOW-PAYMENT-SOURCE.
           MOVE WS-SOURCE-REF TO PAYMENT-ID OF PAD1-REC
           MOVE SPACES TO WS-ARCHIVE-DATE
           MOVE SPACES TO OPERATING-UNIT OF PAD1-REC
           MOVE SPACES TO ENTRY-CHANNEL OF PAD1-REC
           MOVE 'N' TO WS-FOUND-SWITCH
           EXEC SQL
               SELECT CHAR(PAYMENT_DATE, ISO), PAYMENT_USER,
                      PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                      PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                      OPERATING_UNIT, ENTRY_CHANNEL
               INTO :PAD1-REC.PAYMENT-DATE, :PAD1-REC.PAYMENT-USER,
                    :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY,
                    :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.PAYMENT-STATUS-CODE,
                    :PAD1-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-REC.OPERATING-UNIT,
                    :PAD1-REC.ENTRY-CHANNEL
               FROM PAD1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
           END-EXEC
           IF SQLCODE = 0
               SET WS-ROW-FOUND TO TRUE
           ELSE
               EXEC SQL
                   SELECT CHAR(PAYMENT_DATE, ISO), PAYMENT_USER,
                          PAYMENT_AMOUNT, PAYMENT_CURRENCY,
                          CUSTOMER_ID, PAYMENT_STATUS_CODE,
                          ORIGINAL_PAYMENT_ID,
                          CHAR(ARCHIVE_DATE, ISO)
                   INTO :PAD1-REC.PAYMENT-DATE,
                        :PAD1-REC.PAYMENT-USER,
                        :PAD1-REC.PAYMENT-AMOUNT,
                        :PAD1-REC.PAYMENT-CURRENCY,
                        :PAD1-REC.CUSTOMER-ID,
                        :PAD1-REC.PAYMENT-STATUS-CODE,
                        :PAD1-REC.ORIGINAL-PAYMENT-ID,
                        :WS-ARCHIVE-DATE
                   FROM PAD1_ARCH
                   WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
               END-EXEC
               IF SQLCODE = 0
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-IF
           MOVE WS-SOURCE-REF TO WS-MASKED-PAYMENT-ID
           PERFORM MASK-PAYMENT-ID
           IF NOT WS-ROW-FOUND
               STRING 'SOURCE: PAYMENT ' WS-MASKED-PAYMENT-ID
                      ' - NOT ON PAD1 OR ITS ARCHIVE (SEE RIS1)'
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
           ELSE
               IF WS-ARCHIVE-DATE = SPACES
                   STRING 'SOURCE: PAYMENT ' WS-MASKED-PAYMENT-ID
                          ' (PAD1)'
                          DELIMITED BY SIZE INTO WS-SOURCE-LINE
               ELSE
                   STRING 'SOURCE: PAYMENT ' WS-MASKED-PAYMENT-ID
                          ' (PAD1_ARCH, ARCHIVED ' WS-ARCHIVE-DATE ')'
                          DELIMITED BY SIZE INTO WS-SOURCE-LINE
               END-IF
               PERFORM ADD-SOURCE-LINE
               STRING '  CUSTOMER   ' CUSTOMER-ID OF PAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               STRING '  DATE       ' PAYMENT-DATE OF PAD1-REC
                      '   STATUS ' PAYMENT-STATUS-CODE OF PAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               MOVE PAYMENT-AMOUNT OF PAD1-REC TO WS-EDIT-AMOUNT-2
               STRING '  AMOUNT     ' WS-EDIT-AMOUNT-2
                      ' ' PAYMENT-CURRENCY OF PAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               STRING '  KEYED BY   ' PAYMENT-USER OF PAD1-REC
                      '   CHANNEL ' ENTRY-CHANNEL OF PAD1-REC
                      '   UNIT ' OPERATING-UNIT OF PAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               IF ORIGINAL-PAYMENT-ID OF PAD1-REC NOT = SPACES
                   MOVE ORIGINAL-PAYMENT-ID OF PAD1-REC
                       TO WS-MASKED-PAYMENT-ID
                   PERFORM MASK-PAYMENT-ID
                   STRING '  REVERSES   PAYMENT ' WS-MASKED-PAYMENT-ID
                          DELIMITED BY SIZE INTO WS-SOURCE-LINE
                   PERFORM ADD-SOURCE-LINE
               END-IF
           END-IF.

       SHOW-TRANSACTION-SOURCE.
           MOVE WS-SOURCE-REF TO TRANSACTION-ID OF BAD1-REC
           MOVE SPACES TO WS-ARCHIVE-DATE
           MOVE SPACES TO OPERATING-UNIT OF BAD1-REC
           MOVE 'N' TO WS-FOUND-SWITCH
           EXEC SQL
               SELECT CHAR(FEED_DATE, ISO)
               INTO :GXT1-REC.FEED-DATE
               FROM GXT1
               WHERE TRANSACTION_ID = :BAD1-REC.TRANSACTION-ID
           END-EXEC
           EXEC SQL
               SELECT CHAR(TRANSACTION_DATE, ISO), TRANSACTION_USER,
                      TRANSACTION_AMOUNT, TRANSACTION_TYPE_CODE,
                      CUSTOMER_ID, OPERATING_UNIT
               INTO :BAD1-REC.TRANSACTION-DATE,
                    :BAD1-REC.TRANSACTION-USER,
                    :BAD1-REC.TRANSACTION-AMOUNT,
                    :BAD1-REC.TRANSACTION-TYPE-CODE,
                    :BAD1-REC.CUSTOMER-ID,
                    :BAD1-REC.OPERATING-UNIT
               FROM BAD1
               WHERE TRANSACTION_ID = :BAD1-REC.TRANSACTION-ID
           END-EXEC
           IF SQLCODE = 0
               SET WS-ROW-FOUND TO TRUE
           ELSE
               EXEC SQL
                   SELECT CHAR(TRANSACTION_DATE, ISO),
                          TRANSACTION_USER, TRANSACTION_AMOUNT,
                          TRANSACTION_TYPE_CODE, CUSTOMER_ID,
                          CHAR(ARCHIVE_DATE, ISO)
                   INTO :BAD1-REC.TRANSACTION-DATE,
                        :BAD1-REC.TRANSACTION-USER,
                        :BAD1-REC.TRANSACTION-AMOUNT,
                        :BAD1-REC.TRANSACTION-TYPE-CODE,
                        :BAD1-REC.CUSTOMER-ID,
                        :WS-ARCHIVE-DATE
                   FROM BAD1_ARCH
                   WHERE TRANSACTION_ID = :BAD1-REC.TRANSACTION-ID
               END-EXEC
               IF SQLCODE = 0
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-ROW-FOUND
               STRING 'SOURCE: TRANSACTION ' WS-SOURCE-REF
                      ' - NOT ON BAD1 OR ITS ARCHIVE (SEE RIS1)'
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
           ELSE
               IF WS-ARCHIVE-DATE = SPACES
                   STRING 'SOURCE: TRANSACTION ' WS-SOURCE-REF
                          ' (BAD1)'
                          DELIMITED BY SIZE INTO WS-SOURCE-LINE
               ELSE
                   STRING 'SOURCE: TRANSACTION ' WS-SOURCE-REF
                          ' (BAD1_ARCH, ARCHIVED ' WS-ARCHIVE-DATE ')'
                          DELIMITED BY SIZE INTO WS-SOURCE-LINE
               END-IF
               PERFORM ADD-SOURCE-LINE
               STRING '  CUSTOMER   ' CUSTOMER-ID OF BAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               STRING '  DATE       ' TRANSACTION-DATE OF BAD1-REC
                      '   TYPE ' TRANSACTION-TYPE-CODE OF BAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               MOVE TRANSACTION-AMOUNT OF BAD1-REC TO WS-EDIT-AMOUNT-2
               STRING '  AMOUNT     ' WS-EDIT-AMOUNT-2
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               STRING '  KEYED BY   ' TRANSACTION-USER OF BAD1-REC
                      '   UNIT ' OPERATING-UNIT OF BAD1-REC
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
               STRING '  FED TO GL  ' FEED-DATE OF GXT1-REC
                      ' BY GLX2 (GXT1)'
                      DELIMITED BY SIZE INTO WS-SOURCE-LINE
               PERFORM ADD-SOURCE-LINE
           END-IF.

       SHOW-JOURNAL-SOURCE.
      *> A journal has no source row of its own - its lines are the
      *> record, so every leg posted under the reference is shown.
           STRING 'SOURCE: MANUAL JOURNAL ' WS-SOURCE-REF
                  ' (GJL1) - ITS LINES:'
                  DELIMITED BY SIZE INTO WS-SOURCE-LINE
           PERFORM ADD-SOURCE-LINE
           MOVE 'N' TO WS-FETCH-SWITCH
           EXEC SQL
               OPEN JOURNAL-LINE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FETCH-DONE
               EXEC SQL
                   FETCH JOURNAL-LINE-CURSOR
                   INTO :WS-ROW-ACCOUNT, :WS-ROW-TYPE-CODE,
                        :WS-ROW-AMOUNT, :WS-ROW-CURRENCY,
                        :WS-ROW-UNIT
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-FETCH-DONE TO TRUE
                   WHEN WS-LIST-IX NOT < 12
                       MOVE 'MORE JOURNAL LINES THAN FIT - SEE GLT1'
                           TO MSGO(1:38)
                       SET WS-FETCH-DONE TO TRUE
                   WHEN OTHER
                       MOVE WS-ROW-AMOUNT TO WS-EDIT-AMOUNT-2
                       STRING '  ' WS-ROW-ACCOUNT
                              ' ' WS-ROW-TYPE-CODE
                              ' ' WS-EDIT-AMOUNT-2
                              ' ' WS-ROW-CURRENCY
                              ' UNIT ' WS-ROW-UNIT
                              DELIMITED BY SIZE INTO WS-SOURCE-LINE
                       PERFORM ADD-SOURCE-LINE
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE JOURNAL-LINE-CURSOR
           END-EXEC.

       SEND-RESULT-MAP.
           MOVE SPACES TO LNOO
           MOVE SPACES TO ACTO
           EXEC CICS SEND MAP('GLO1MAP') MAPSET('GLO1MSD')
               FROM(GLO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next key - the
      *> COMMAREA carries the level, the path down to it and the
      *> key behind each listed line.
           EXEC CICS RETURN
               TRANSID('GLO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
