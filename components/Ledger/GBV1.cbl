       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GBV1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Budget against actual for the month-end pack, the print file
      *> Finance used to build by hand from the GLT1 printout.
           SELECT GBV1-PRINT-FILE ASSIGN TO GBV1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY GBD1SQL.
       COPY GPS1SQL.
       COPY GDS1SQL.
       COPY GPC1SQL.
       COPY GAC1SQL.
       COPY GAH1SQL.

       FILE SECTION.
       FD  GBV1-PRINT-FILE.
       01  GBV1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY GPC1REC.
       COPY GAC1REC.
       COPY GAH1REC.

      *> Print control - page headings with report name, month and
      *> page number, the column headings repeated on every page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-PCT                      PIC ZZ9.
       01  WS-EDIT-AMT1                     PIC -(11)9.99.
       01  WS-EDIT-AMT2                     PIC -(11)9.99.
       01  WS-EDIT-AMT3                     PIC -(11)9.99.
       01  WS-EDIT-AMT4                     PIC -(11)9.99.
       01  WS-EDIT-AMT5                     PIC -(11)9.99.
       01  WS-EDIT-AMT6                     PIC -(11)9.99.

      *> Cycle month (blank is the month before the current one) and
      *> the variance threshold as a whole percentage of budget,
      *> zero-padded (blank or non-numeric is 10 percent).
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD               PIC X(7).
           05  FILLER                       PIC X(1).
           05  WS-PARM-THRESHOLD-PCT        PIC 9(3).

       01  WS-THRESHOLD-PCT                 PIC 9(3).
       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).
       01  WS-YEAR-START-MONTH              PIC X(7).
       01  WS-NEXT-YEAR                     PIC 9(4).
       01  WS-NEXT-MONTH                    PIC 9(2).

      *> Which months of the year so far GCL1 has closed - a closed
      *> month's actuals come off the GPS1 totals it froze, an open
      *> month's off the GDS1 day summaries GSU1 keeps.
       01  WS-MONTH-IX                      PIC 9(2).
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
               10  WS-MON-PERIOD            PIC X(7).
               10  WS-MON-START             PIC X(10).
               10  WS-MON-END               PIC X(10).
               10  WS-MON-CLOSED-SWITCH     PIC X(1).
                   88  WS-MON-CLOSED        VALUE 'Y'.

       01  WS-ACCOUNT-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-ACCOUNTS-DONE             VALUE 'Y'.

       01  WS-ACCOUNT                       PIC X(10).
       01  WS-ACTUAL-PERIOD                 PIC X(7).
       01  WS-ACTUAL-START                  PIC X(10).
       01  WS-ACTUAL-END                    PIC X(10).
       01  WS-DEBIT-TOTAL                   PIC S9(11)V99 COMP-3.
       01  WS-CREDIT-TOTAL                  PIC S9(11)V99 COMP-3.
       01  WS-NET-ACTUAL                    PIC S9(11)V99 COMP-3.

      *> One account's figures - all in the account's natural
      *> direction, the direction GBD1 budgets are loaded in, so a
      *> positive variance is always "more than budgeted".
       01  WS-ACCOUNT-FIGURES.
           05  WS-MONTH-BUDGET              PIC S9(11)V99 COMP-3.
           05  WS-MONTH-ACTUAL              PIC S9(11)V99 COMP-3.
           05  WS-YTD-BUDGET                PIC S9(11)V99 COMP-3.
           05  WS-YTD-ACTUAL                PIC S9(11)V99 COMP-3.

      *> The figures one print line shows, from an account or from a
      *> rollup entry
       01  WS-LINE-LABEL                    PIC X(10).
       01  WS-LINE-FIGURES.
           05  WS-LINE-MONTH-BUDGET         PIC S9(11)V99 COMP-3.
           05  WS-LINE-MONTH-ACTUAL         PIC S9(11)V99 COMP-3.
           05  WS-LINE-YTD-BUDGET           PIC S9(11)V99 COMP-3.
           05  WS-LINE-YTD-ACTUAL           PIC S9(11)V99 COMP-3.
       01  WS-VARIANCE                      PIC S9(11)V99 COMP-3.
       01  WS-CHECK-BUDGET                  PIC S9(11)V99 COMP-3.
       01  WS-CHECK-ACTUAL                  PIC S9(11)V99 COMP-3.
       01  WS-CHECK-VARIANCE                PIC S9(11)V99 COMP-3.
       01  WS-CHECK-LIMIT                   PIC S9(13)V99 COMP-3.
       01  WS-FLAG-CHAR                     PIC X(1).
       01  WS-MONTH-FLAG                    PIC X(1).
       01  WS-YTD-FLAG                      PIC X(1).

       01  WS-ACCOUNT-LINE-COUNT            PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT                 PIC 9(7) VALUE 0.

      *> Rollup accumulation along the GAH1 hierarchy, the same
      *> parent-chain climb GLT1 subtotals the trial balance with.
       01  WS-ROLLUP-USED                   PIC 9(4) VALUE 0.
       01  WS-ROLLUP-IX                     PIC 9(4) COMP.
       01  WS-ROLLUP-FOUND-SWITCH           PIC X(1).
           88  WS-ROLLUP-FOUND              VALUE 'Y'.
       01  WS-ROLLUP-TABLE.
           05  WS-ROLLUP-ENTRY OCCURS 200 TIMES.
               10  WS-ROLL-ACCOUNT          PIC X(10).
               10  WS-ROLL-MONTH-BUDGET     PIC S9(11)V99 COMP-3.
               10  WS-ROLL-MONTH-ACTUAL     PIC S9(11)V99 COMP-3.
               10  WS-ROLL-YTD-BUDGET       PIC S9(11)V99 COMP-3.
               10  WS-ROLL-YTD-ACTUAL       PIC S9(11)V99 COMP-3.
       01  WS-ROLLUP-OVERFLOW-COUNT         PIC 9(5) VALUE 0.

       01  WS-CLIMB-ACCOUNT                 PIC X(10).
       01  WS-CLIMB-DEPTH                   PIC 9(2).
       01  WS-PARENT-FOUND-SWITCH           PIC X(1).
           88  WS-PARENT-FOUND              VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The whole chart of accounts in account order - an account
      *> with neither budget nor movement this year is skipped.
       EXEC SQL
           DECLARE BUDGET-ACCOUNT-CURSOR CURSOR FOR
               SELECT GL_ACCOUNT, ACCOUNT_TYPE_CODE
               FROM GAC1
               ORDER BY GL_ACCOUNT
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-CARD
           PERFORM BUILD-MONTH-TABLE
           OPEN OUTPUT GBV1-PRINT-FILE
           PERFORM LIST-ACCOUNT-VARIANCES
           PERFORM PRINT-ROLLUP-VARIANCES
           PERFORM PRINT-VARIANCE-SUMMARY
           CLOSE GBV1-PRINT-FILE
           DISPLAY "GBV1 budget variance report written for "
               WS-PARM-PERIOD " - " WS-FLAGGED-COUNT
               " line(s) flagged"
           STOP RUN.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE GBV1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE WS-THRESHOLD-PCT TO WS-EDIT-PCT
           MOVE SPACES TO GBV1-PRINT-RECORD
           STRING 'GBV1  BUDGET VERSUS ACTUAL  ' WS-PARM-PERIOD
               '  YEAR TO DATE FROM ' WS-YEAR-START-MONTH
               '  THRESHOLD ' WS-EDIT-PCT '%'
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO GBV1-PRINT-RECORD
           WRITE GBV1-PRINT-RECORD
           MOVE SPACES TO GBV1-PRINT-RECORD
           WRITE GBV1-PRINT-RECORD
           MOVE SPACES TO GBV1-PRINT-RECORD
           MOVE 'ACCOUNT' TO GBV1-PRINT-RECORD(3:7)
           MOVE 'BUDGET' TO GBV1-PRINT-RECORD(23:6)
           MOVE 'ACTUAL' TO GBV1-PRINT-RECORD(39:6)
           MOVE 'VARIANCE' TO GBV1-PRINT-RECORD(53:8)
           MOVE 'YTD BUDGET' TO GBV1-PRINT-RECORD(68:10)
           MOVE 'YTD ACTUAL' TO GBV1-PRINT-RECORD(84:10)
           MOVE 'YTD VARIANCE' TO GBV1-PRINT-RECORD(98:12)
           WRITE GBV1-PRINT-RECORD
           MOVE SPACES TO GBV1-PRINT-RECORD
           WRITE GBV1-PRINT-RECORD
           MOVE 4 TO WS-LINE-COUNT.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                   INTO WS-PARM-PERIOD
           END-IF
           IF WS-PARM-THRESHOLD-PCT IS NUMERIC
               MOVE WS-PARM-THRESHOLD-PCT TO WS-THRESHOLD-PCT
           ELSE
               MOVE 10 TO WS-THRESHOLD-PCT
           END-IF
           MOVE WS-PARM-PERIOD(1:4) TO WS-YEAR
           MOVE WS-PARM-PERIOD(6:2) TO WS-MONTH
           STRING WS-PARM-PERIOD(1:4) '-01' DELIMITED BY SIZE
               INTO WS-YEAR-START-MONTH.

       BUILD-MONTH-TABLE.
      *> January through the report month, each as a half-open date
      *> range and with its GPC1 close status.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-MONTH
               MOVE SPACES TO WS-MON-PERIOD(WS-MONTH-IX)
               STRING WS-YEAR '-' WS-MONTH-IX DELIMITED BY SIZE
                   INTO WS-MON-PERIOD(WS-MONTH-IX)
               STRING WS-MON-PERIOD(WS-MONTH-IX) '-01'
                   DELIMITED BY SIZE INTO WS-MON-START(WS-MONTH-IX)
               MOVE WS-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-MONTH-IX + 1
               IF WS-MONTH-IX = 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               END-IF
               STRING WS-NEXT-YEAR '-' WS-NEXT-MONTH '-01'
                   DELIMITED BY SIZE INTO WS-MON-END(WS-MONTH-IX)
               MOVE 'N' TO WS-MON-CLOSED-SWITCH(WS-MONTH-IX)
               MOVE WS-MON-PERIOD(WS-MONTH-IX) TO WS-ACTUAL-PERIOD
               EXEC SQL
                   SELECT PERIOD_STATUS
                   INTO :GPC1-REC.PERIOD-STATUS
                   FROM GPC1
                   WHERE PERIOD_MONTH = :WS-ACTUAL-PERIOD
               END-EXEC
               IF SQLCODE = 0 AND PERIOD-STATUS OF GPC1-REC = 'C'
                   SET WS-MON-CLOSED(WS-MONTH-IX) TO TRUE
               END-IF
           END-PERFORM.

       LIST-ACCOUNT-VARIANCES.
           MOVE 'N' TO WS-ACCOUNT-SWITCH
           EXEC SQL
               OPEN BUDGET-ACCOUNT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ACCOUNTS-DONE
               EXEC SQL
                   FETCH BUDGET-ACCOUNT-CURSOR
                   INTO :GAC1-REC.GL-ACCOUNT,
                        :GAC1-REC.ACCOUNT-TYPE-CODE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ACCOUNTS-DONE TO TRUE
               ELSE
                   PERFORM REPORT-ONE-ACCOUNT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE BUDGET-ACCOUNT-CURSOR
           END-EXEC.

       REPORT-ONE-ACCOUNT.
           MOVE GL-ACCOUNT OF GAC1-REC TO WS-ACCOUNT
           PERFORM READ-ACCOUNT-BUDGETS
           MOVE 0 TO WS-YTD-ACTUAL
           MOVE 0 TO WS-MONTH-ACTUAL
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > WS-MONTH
               PERFORM READ-MONTH-ACTUAL
               ADD WS-NET-ACTUAL TO WS-YTD-ACTUAL
               IF WS-MONTH-IX = WS-MONTH
                   MOVE WS-NET-ACTUAL TO WS-MONTH-ACTUAL
               END-IF
           END-PERFORM
           IF WS-MONTH-BUDGET NOT = 0 OR WS-MONTH-ACTUAL NOT = 0
               OR WS-YTD-BUDGET NOT = 0 OR WS-YTD-ACTUAL NOT = 0
               ADD 1 TO WS-ACCOUNT-LINE-COUNT
               MOVE WS-ACCOUNT TO WS-LINE-LABEL
               MOVE WS-ACCOUNT-FIGURES TO WS-LINE-FIGURES
               PERFORM PRINT-ONE-VARIANCE-LINE
               PERFORM ACCUMULATE-ACCOUNT-ROLLUPS
           END-IF.

       READ-ACCOUNT-BUDGETS.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN PERIOD_MONTH =
                                             :WS-PARM-PERIOD
                                        THEN BUDGET_AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(BUDGET_AMOUNT), 0)
               INTO :WS-MONTH-BUDGET, :WS-YTD-BUDGET
               FROM GBD1
               WHERE GL_ACCOUNT = :WS-ACCOUNT
                 AND PERIOD_MONTH >= :WS-YEAR-START-MONTH
                 AND PERIOD_MONTH <= :WS-PARM-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-MONTH-BUDGET
               MOVE 0 TO WS-YTD-BUDGET
           END-IF.

       READ-MONTH-ACTUAL.
      *> The month's debits and credits for the account, turned into
      *> the account's natural direction the way its budget is held.
           MOVE WS-MON-PERIOD(WS-MONTH-IX) TO WS-ACTUAL-PERIOD
           MOVE WS-MON-START(WS-MONTH-IX) TO WS-ACTUAL-START
           MOVE WS-MON-END(WS-MONTH-IX) TO WS-ACTUAL-END
           IF WS-MON-CLOSED(WS-MONTH-IX)
               EXEC SQL
                   SELECT COALESCE(SUM(DEBIT_TOTAL), 0),
                          COALESCE(SUM(CREDIT_TOTAL), 0)
                   INTO :WS-DEBIT-TOTAL, :WS-CREDIT-TOTAL
                   FROM GPS1
                   WHERE PERIOD_MONTH = :WS-ACTUAL-PERIOD
                     AND GL_ACCOUNT = :WS-ACCOUNT
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(DEBIT_TOTAL), 0),
                          COALESCE(SUM(CREDIT_TOTAL), 0)
                   INTO :WS-DEBIT-TOTAL, :WS-CREDIT-TOTAL
                   FROM GDS1
                   WHERE GL_ACCOUNT = :WS-ACCOUNT
                     AND SUMMARY_DATE >= :WS-ACTUAL-START
                     AND SUMMARY_DATE < :WS-ACTUAL-END
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-DEBIT-TOTAL
               MOVE 0 TO WS-CREDIT-TOTAL
           END-IF
           IF ACCOUNT-TYPE-CODE OF GAC1-REC = 'L'
               OR ACCOUNT-TYPE-CODE OF GAC1-REC = 'I'
               COMPUTE WS-NET-ACTUAL = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
           ELSE
               COMPUTE WS-NET-ACTUAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
           END-IF.

       PRINT-ONE-VARIANCE-LINE.
           MOVE WS-LINE-MONTH-BUDGET TO WS-CHECK-BUDGET
           MOVE WS-LINE-MONTH-ACTUAL TO WS-CHECK-ACTUAL
           PERFORM CHECK-VARIANCE-THRESHOLD
           MOVE WS-FLAG-CHAR TO WS-MONTH-FLAG
           MOVE WS-CHECK-VARIANCE TO WS-EDIT-AMT3
           MOVE WS-LINE-YTD-BUDGET TO WS-CHECK-BUDGET
           MOVE WS-LINE-YTD-ACTUAL TO WS-CHECK-ACTUAL
           PERFORM CHECK-VARIANCE-THRESHOLD
           MOVE WS-FLAG-CHAR TO WS-YTD-FLAG
           MOVE WS-CHECK-VARIANCE TO WS-EDIT-AMT6
           IF WS-MONTH-FLAG = '*' OR WS-YTD-FLAG = '*'
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE WS-LINE-MONTH-BUDGET TO WS-EDIT-AMT1
           MOVE WS-LINE-MONTH-ACTUAL TO WS-EDIT-AMT2
           MOVE WS-LINE-YTD-BUDGET TO WS-EDIT-AMT4
           MOVE WS-LINE-YTD-ACTUAL TO WS-EDIT-AMT5
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-LINE-LABEL
               ' ' WS-EDIT-AMT1 ' ' WS-EDIT-AMT2
               ' ' WS-EDIT-AMT3 WS-MONTH-FLAG
               ' ' WS-EDIT-AMT4 ' ' WS-EDIT-AMT5
               ' ' WS-EDIT-AMT6 WS-YTD-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       CHECK-VARIANCE-THRESHOLD.
      *> Actual less budget; flagged when it is further from budget
      *> than the threshold percentage of the budget - any movement
      *> at all against a zero budget is flagged.
           COMPUTE WS-CHECK-VARIANCE = WS-CHECK-ACTUAL - WS-CHECK-BUDGET
           MOVE SPACE TO WS-FLAG-CHAR
           MOVE WS-CHECK-VARIANCE TO WS-VARIANCE
           IF WS-VARIANCE < 0
               COMPUTE WS-VARIANCE = 0 - WS-VARIANCE
           END-IF
           COMPUTE WS-CHECK-LIMIT =
               WS-CHECK-BUDGET * WS-THRESHOLD-PCT / 100
           IF WS-CHECK-LIMIT < 0
               COMPUTE WS-CHECK-LIMIT = 0 - WS-CHECK-LIMIT
           END-IF
           IF WS-VARIANCE > WS-CHECK-LIMIT
               MOVE '*' TO WS-FLAG-CHAR
           END-IF.

       ACCUMULATE-ACCOUNT-ROLLUPS.
      *> The account's figures climb its GAH1 parent chain; a loop in
      *> the hierarchy data is cut off by the depth stop, as in GLT1.
           MOVE WS-ACCOUNT TO WS-CLIMB-ACCOUNT
           MOVE 0 TO WS-CLIMB-DEPTH
           SET WS-PARENT-FOUND TO TRUE
           PERFORM UNTIL NOT WS-PARENT-FOUND
                   OR WS-CLIMB-DEPTH NOT < 10
               ADD 1 TO WS-CLIMB-DEPTH
               PERFORM LOOKUP-PARENT-ACCOUNT
               IF WS-PARENT-FOUND
                   MOVE PARENT-ACCOUNT OF GAH1-REC
                       TO WS-CLIMB-ACCOUNT
                   PERFORM ADD-TO-ROLLUP-ENTRY
               END-IF
           END-PERFORM.

       LOOKUP-PARENT-ACCOUNT.
           MOVE 'N' TO WS-PARENT-FOUND-SWITCH
           EXEC SQL
               SELECT PARENT_ACCOUNT
               INTO :GAH1-REC.PARENT-ACCOUNT
               FROM GAH1
               WHERE GL_ACCOUNT = :WS-CLIMB-ACCOUNT
           END-EXEC
           IF SQLCODE = 0
               SET WS-PARENT-FOUND TO TRUE
           END-IF.

       ADD-TO-ROLLUP-ENTRY.
           MOVE 'N' TO WS-ROLLUP-FOUND-SWITCH
           PERFORM VARYING WS-ROLLUP-IX FROM 1 BY 1
                   UNTIL WS-ROLLUP-IX > WS-ROLLUP-USED
               IF WS-ROLL-ACCOUNT(WS-ROLLUP-IX) = WS-CLIMB-ACCOUNT
                   SET WS-ROLLUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ROLLUP-FOUND
               IF WS-ROLLUP-USED < 200
                   ADD 1 TO WS-ROLLUP-USED
                   MOVE WS-ROLLUP-USED TO WS-ROLLUP-IX
                   MOVE WS-CLIMB-ACCOUNT
                       TO WS-ROLL-ACCOUNT(WS-ROLLUP-IX)
                   MOVE 0 TO WS-ROLL-MONTH-BUDGET(WS-ROLLUP-IX)
                   MOVE 0 TO WS-ROLL-MONTH-ACTUAL(WS-ROLLUP-IX)
                   MOVE 0 TO WS-ROLL-YTD-BUDGET(WS-ROLLUP-IX)
                   MOVE 0 TO WS-ROLL-YTD-ACTUAL(WS-ROLLUP-IX)
               ELSE
                   ADD 1 TO WS-ROLLUP-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-ROLLUP-FOUND OR WS-ROLLUP-IX NOT > 200
               ADD WS-MONTH-BUDGET
                   TO WS-ROLL-MONTH-BUDGET(WS-ROLLUP-IX)
               ADD WS-MONTH-ACTUAL
                   TO WS-ROLL-MONTH-ACTUAL(WS-ROLLUP-IX)
               ADD WS-YTD-BUDGET
                   TO WS-ROLL-YTD-BUDGET(WS-ROLLUP-IX)
               ADD WS-YTD-ACTUAL
                   TO WS-ROLL-YTD-ACTUAL(WS-ROLLUP-IX)
           END-IF.

       PRINT-ROLLUP-VARIANCES.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'ROLLUP SUBTOTALS (GAH1 HIERARCHY):'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ROLLUP-USED = 0
               MOVE '  (NO ACCOUNTS ROLL UP TO A PARENT)'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-ROLLUP-IX FROM 1 BY 1
                   UNTIL WS-ROLLUP-IX > WS-ROLLUP-USED
               MOVE WS-ROLL-ACCOUNT(WS-ROLLUP-IX) TO WS-LINE-LABEL
               MOVE WS-ROLL-MONTH-BUDGET(WS-ROLLUP-IX)
                   TO WS-LINE-MONTH-BUDGET
               MOVE WS-ROLL-MONTH-ACTUAL(WS-ROLLUP-IX)
                   TO WS-LINE-MONTH-ACTUAL
               MOVE WS-ROLL-YTD-BUDGET(WS-ROLLUP-IX)
                   TO WS-LINE-YTD-BUDGET
               MOVE WS-ROLL-YTD-ACTUAL(WS-ROLLUP-IX)
                   TO WS-LINE-YTD-ACTUAL
               PERFORM PRINT-ONE-VARIANCE-LINE
           END-PERFORM
           IF WS-ROLLUP-OVERFLOW-COUNT > 0
               MOVE WS-ROLLUP-OVERFLOW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-EDIT-COUNT
                   ' ROLLUP(S) BEYOND THE SUBTOTAL TABLE WERE'
                   ' NOT ACCUMULATED'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-VARIANCE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-THRESHOLD-PCT TO WS-EDIT-PCT
           STRING '* VARIANCE FURTHER FROM BUDGET THAN ' WS-EDIT-PCT
               '% OF BUDGET (ANY MOVEMENT AGAINST A ZERO BUDGET)'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACCOUNT-LINE-COUNT TO WS-EDIT-COUNT
           STRING 'ACCOUNTS REPORTED:   ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           STRING 'LINES FLAGGED:       ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
