       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The print copy Finance signs off before the file goes in.
           SELECT GRR1-PRINT-FILE ASSIGN TO GRR1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *> The submission file for the central bank's portal - only
      *> written once every balance is mapped and every cross-check
      *> holds, so a file that exists is a file that can go in.
           SELECT GRR1-SUBMISSION-FILE ASSIGN TO GRR1SUB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY GPS1SQL.
       COPY GPC1SQL.
       COPY GAH1SQL.
       COPY GRL1SQL.
       COPY GRM1SQL.

       FILE SECTION.
       FD  GRR1-PRINT-FILE.
       01  GRR1-PRINT-RECORD                PIC X(132).

       FD  GRR1-SUBMISSION-FILE.
       01  GRR1-SUBMISSION-LINE             PIC X(36).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY GPS1REC.
       COPY GPC1REC.
       COPY GAH1REC.
       COPY GRL1REC.
       COPY GRM1REC.

      *> Include the submission record and the batch interface
      *> header/trailer layouts
       COPY GRR1REC.
       COPY BIF1REC.

      *> Print control - page headings with report name, month and
      *> page number.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-SUBMISSION-STATUS             PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-AMT1                     PIC -(13)9.99.
       01  WS-EDIT-AMT2                     PIC -(13)9.99.
       01  WS-EDIT-AMT3                     PIC -(13)9.99.

      *> Return month (blank is the month before the current one)
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD               PIC X(7).

       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).
       01  WS-PERIOD-END                    PIC X(10).
       01  WS-PERIOD-LAST-DAY               PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC 9(7).

       01  WS-LINE-LOAD-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-LINES-LOADED              VALUE 'Y'.
       01  WS-ACCOUNT-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-ACCOUNTS-DONE             VALUE 'Y'.

      *> The return itself - every GRL1 line item with the balance
      *> mapped onto it, built in full before anything is printed
      *> or written.
       01  WS-LINE-USED                     PIC 9(4) VALUE 0.
       01  WS-LINE-IX                       PIC 9(4) COMP.
       01  WS-LINE-OVERFLOW-COUNT           PIC 9(5) VALUE 0.
       01  WS-RETURN-TABLE.
           05  WS-RETURN-ENTRY OCCURS 300 TIMES.
               10  WS-RET-LINE              PIC X(6).
               10  WS-RET-DESCRIPTION       PIC X(40).
               10  WS-RET-SECTION           PIC X(1).
               10  WS-RET-AMOUNT            PIC S9(13)V99 COMP-3.
               10  WS-RET-ACCOUNT-COUNT     PIC 9(5).

      *> Accounts carrying a balance that no GRM1 row reaches (or
      *> that map to a line GRL1 does not have) - any at all fails
      *> the run, with this list as the reason.
       01  WS-UNMAPPED-USED                 PIC 9(4) VALUE 0.
       01  WS-UNMAPPED-IX                   PIC 9(4) COMP.
       01  WS-UNMAPPED-COUNT                PIC 9(5) VALUE 0.
       01  WS-UNMAPPED-TABLE.
           05  WS-UNMAPPED-ENTRY OCCURS 200 TIMES.
               10  WS-UNM-ACCOUNT           PIC X(10).
               10  WS-UNM-BALANCE           PIC S9(13)V99 COMP-3.
               10  WS-UNM-REASON            PIC X(40).

      *> One account's balance at the month end
       01  WS-ACCOUNT                       PIC X(10).
       01  WS-ACCT-DEBIT-TOTAL              PIC S9(13)V99 COMP-3.
       01  WS-ACCT-CREDIT-TOTAL             PIC S9(13)V99 COMP-3.
       01  WS-ACCT-BALANCE                  PIC S9(13)V99 COMP-3.
       01  WS-UNMAPPED-REASON               PIC X(40).

      *> The mapping climb - the account itself first, then each
      *> GAH1 parent in turn until a GRM1 row names the node. A loop
      *> in the hierarchy data is cut off by the depth stop.
       01  WS-CLIMB-ACCOUNT                 PIC X(10).
       01  WS-CLIMB-DEPTH                   PIC 9(2).
       01  WS-PARENT-FOUND-SWITCH           PIC X(1).
           88  WS-PARENT-FOUND              VALUE 'Y'.
       01  WS-MAPPED-SWITCH                 PIC X(1).
           88  WS-MAPPED                    VALUE 'Y'.
       01  WS-LINE-FOUND-SWITCH             PIC X(1).
           88  WS-LINE-FOUND                VALUE 'Y'.

      *> Section totals and the regulator's cross-checks
       01  WS-PRINT-SECTION                 PIC X(1).
       01  WS-SECTION-NAME                  PIC X(12).
       01  WS-SECTION-TOTAL                 PIC S9(13)V99 COMP-3.
       01  WS-ASSET-TOTAL                   PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-LIABILITY-TOTAL               PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-EQUITY-TOTAL                  PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-FUNDING-TOTAL                 PIC S9(13)V99 COMP-3.
       01  WS-LEDGER-DEBIT-TOTAL            PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-LEDGER-CREDIT-TOTAL           PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-CHECK-DIFFERENCE              PIC S9(13)V99 COMP-3.
       01  WS-CHECK-FAILED-COUNT            PIC 9(5) VALUE 0.

       01  WS-ACCOUNT-COUNT                 PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT                  PIC 9(9) VALUE 0.
       01  WS-FILE-HASH-TOTAL               PIC 9(13)V99 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The return's line items in template order
       EXEC SQL
           DECLARE RETURN-LINE-CURSOR CURSOR FOR
               SELECT RETURN_LINE, LINE_DESCRIPTION, LINE_SECTION
               FROM GRL1
               ORDER BY RETURN_LINE
       END-EXEC.

      *> Every account's balance at the month end - all the monthly
      *> totals GCL1 froze on GPS1 up to and including the return
      *> month. An account that nets to zero has nothing to report.
       EXEC SQL
           DECLARE BALANCE-SHEET-CURSOR CURSOR FOR
               SELECT GL_ACCOUNT, SUM(DEBIT_TOTAL),
                      SUM(CREDIT_TOTAL)
               FROM GPS1
               WHERE PERIOD_MONTH <= :WS-PARM-PERIOD
               GROUP BY GL_ACCOUNT
               HAVING SUM(DEBIT_TOTAL) <> SUM(CREDIT_TOTAL)
               ORDER BY GL_ACCOUNT
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> The central bank's monthly balance sheet return, built from
      *> the closed GPS1 period balances instead of being re-keyed
      *> from the GLT1 printout. Each account's balance reports on
      *> the GRL1 line its GRM1 mapping names; the regulator's
      *> cross-checks are applied to the finished return, and the
      *> submission file is only written when the return is whole
      *> and consistent. A balance with no mapping fails the run.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-PERIOD-CLOSED
           PERFORM LOAD-RETURN-LINES
           OPEN OUTPUT GRR1-PRINT-FILE
           PERFORM BUILD-RETURN
           IF WS-UNMAPPED-COUNT > 0
               PERFORM PRINT-UNMAPPED-ACCOUNTS
           ELSE
               PERFORM PRINT-RETURN
               PERFORM APPLY-CROSS-CHECKS
               IF WS-CHECK-FAILED-COUNT = 0
                   PERFORM WRITE-SUBMISSION-FILE
               END-IF
           END-IF
           PERFORM PRINT-RETURN-SUMMARY
           CLOSE GRR1-PRINT-FILE
           IF WS-UNMAPPED-COUNT > 0 OR WS-CHECK-FAILED-COUNT > 0
               DISPLAY "GRR1: return for " WS-PARM-PERIOD
                   " NOT produced - " WS-UNMAPPED-COUNT
                   " unmapped account(s), " WS-CHECK-FAILED-COUNT
                   " cross-check failure(s) - see GRR1OUT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GRR1 regulatory return written for "
                   WS-PARM-PERIOD " - " WS-DETAIL-COUNT " line(s)"
           END-IF
           STOP RUN.

       READ-PARM-CARD.
      *> Return month comes in on a parm card as YYYY-MM, same idiom
      *> as GCL1's - blank defaults to the month before the current
      *> one, the normal month-end case.
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
      *> The balance sheet date is the month's last day - the day
      *> before the first of the next month.
           MOVE WS-PARM-PERIOD(1:4) TO WS-YEAR
           MOVE WS-PARM-PERIOD(6:2) TO WS-MONTH
           IF WS-MONTH = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-PERIOD-END
           STRING WS-PERIOD-END(1:4) WS-PERIOD-END(6:2)
                  WS-PERIOD-END(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS) - 1
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-PERIOD-LAST-DAY.

       CHECK-PERIOD-CLOSED.
      *> The return is built from frozen figures only - until GCL1
      *> has closed the month its GPS1 totals do not exist, and an
      *> open month's numbers could still move after submission.
           EXEC SQL
               SELECT PERIOD_STATUS
               INTO :GPC1-REC.PERIOD-STATUS
               FROM GPC1
               WHERE PERIOD_MONTH = :WS-PARM-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 OR PERIOD-STATUS OF GPC1-REC NOT = 'C'
               DISPLAY "GRR1: period " WS-PARM-PERIOD
                   " is not closed - run GCL1 first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RETURN-LINES.
           MOVE 'N' TO WS-LINE-LOAD-SWITCH
           EXEC SQL
               OPEN RETURN-LINE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-LINES-LOADED
               EXEC SQL
                   FETCH RETURN-LINE-CURSOR
                   INTO :GRL1-REC.RETURN-LINE,
                        :GRL1-REC.LINE-DESCRIPTION,
                        :GRL1-REC.LINE-SECTION
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-LINES-LOADED TO TRUE
               ELSE
                   IF WS-LINE-USED < 300
                       ADD 1 TO WS-LINE-USED
                       MOVE WS-LINE-USED TO WS-LINE-IX
                       MOVE RETURN-LINE OF GRL1-REC
                           TO WS-RET-LINE(WS-LINE-IX)
                       MOVE LINE-DESCRIPTION OF GRL1-REC
                           TO WS-RET-DESCRIPTION(WS-LINE-IX)
                       MOVE LINE-SECTION OF GRL1-REC
                           TO WS-RET-SECTION(WS-LINE-IX)
                       MOVE 0 TO WS-RET-AMOUNT(WS-LINE-IX)
                       MOVE 0 TO WS-RET-ACCOUNT-COUNT(WS-LINE-IX)
                   ELSE
                       ADD 1 TO WS-LINE-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE RETURN-LINE-CURSOR
           END-EXEC.

       BUILD-RETURN.
           MOVE 'N' TO WS-ACCOUNT-SWITCH
           EXEC SQL
               OPEN BALANCE-SHEET-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ACCOUNTS-DONE
               EXEC SQL
                   FETCH BALANCE-SHEET-CURSOR
                   INTO :WS-ACCOUNT, :WS-ACCT-DEBIT-TOTAL,
                        :WS-ACCT-CREDIT-TOTAL
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ACCOUNTS-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   ADD WS-ACCT-DEBIT-TOTAL TO WS-LEDGER-DEBIT-TOTAL
                   ADD WS-ACCT-CREDIT-TOTAL TO WS-LEDGER-CREDIT-TOTAL
                   PERFORM MAP-ONE-ACCOUNT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE BALANCE-SHEET-CURSOR
           END-EXEC.

       MAP-ONE-ACCOUNT.
           PERFORM RESOLVE-RETURN-LINE
           IF NOT WS-MAPPED
               COMPUTE WS-ACCT-BALANCE =
                   WS-ACCT-DEBIT-TOTAL - WS-ACCT-CREDIT-TOTAL
               MOVE 'NO GRM1 MAPPING ON ACCOUNT OR PARENTS'
                   TO WS-UNMAPPED-REASON
               PERFORM ADD-UNMAPPED-ACCOUNT
           ELSE
               PERFORM FIND-RETURN-LINE
               IF NOT WS-LINE-FOUND
                   COMPUTE WS-ACCT-BALANCE =
                       WS-ACCT-DEBIT-TOTAL - WS-ACCT-CREDIT-TOTAL
                   MOVE SPACES TO WS-UNMAPPED-REASON
                   STRING 'MAPPED TO LINE ' RETURN-LINE OF GRM1-REC
                       ' - NOT ON GRL1'
                       DELIMITED BY SIZE INTO WS-UNMAPPED-REASON
                   PERFORM ADD-UNMAPPED-ACCOUNT
               ELSE
      *> An asset line reports debits less credits, a liability or
      *> equity line credits less debits - an income or expense
      *> account mapped to the current-year result line lands there
      *> with the sign the balance sheet wants.
                   IF WS-RET-SECTION(WS-LINE-IX) = 'A'
                       COMPUTE WS-ACCT-BALANCE =
                           WS-ACCT-DEBIT-TOTAL - WS-ACCT-CREDIT-TOTAL
                   ELSE
                       COMPUTE WS-ACCT-BALANCE =
                           WS-ACCT-CREDIT-TOTAL - WS-ACCT-DEBIT-TOTAL
                   END-IF
                   ADD WS-ACCT-BALANCE TO WS-RET-AMOUNT(WS-LINE-IX)
                   ADD 1 TO WS-RET-ACCOUNT-COUNT(WS-LINE-IX)
               END-IF
           END-IF.

       RESOLVE-RETURN-LINE.
           MOVE 'N' TO WS-MAPPED-SWITCH
           MOVE WS-ACCOUNT TO WS-CLIMB-ACCOUNT
           MOVE 0 TO WS-CLIMB-DEPTH
           SET WS-PARENT-FOUND TO TRUE
           PERFORM UNTIL WS-MAPPED
                   OR NOT WS-PARENT-FOUND
                   OR WS-CLIMB-DEPTH NOT < 10
               ADD 1 TO WS-CLIMB-DEPTH
               EXEC SQL
                   SELECT RETURN_LINE
                   INTO :GRM1-REC.RETURN-LINE
                   FROM GRM1
                   WHERE MAP_ACCOUNT = :WS-CLIMB-ACCOUNT
               END-EXEC
               IF SQLCODE = 0
                   SET WS-MAPPED TO TRUE
               ELSE
                   PERFORM LOOKUP-PARENT-ACCOUNT
                   IF WS-PARENT-FOUND
                       MOVE PARENT-ACCOUNT OF GAH1-REC
                           TO WS-CLIMB-ACCOUNT
                   END-IF
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

       FIND-RETURN-LINE.
           MOVE 'N' TO WS-LINE-FOUND-SWITCH
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-USED
               IF WS-RET-LINE(WS-LINE-IX) = RETURN-LINE OF GRM1-REC
                   SET WS-LINE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-UNMAPPED-ACCOUNT.
           ADD 1 TO WS-UNMAPPED-COUNT
           IF WS-UNMAPPED-USED < 200
               ADD 1 TO WS-UNMAPPED-USED
               MOVE WS-UNMAPPED-USED TO WS-UNMAPPED-IX
               MOVE WS-ACCOUNT TO WS-UNM-ACCOUNT(WS-UNMAPPED-IX)
               MOVE WS-ACCT-BALANCE TO WS-UNM-BALANCE(WS-UNMAPPED-IX)
               MOVE WS-UNMAPPED-REASON
                   TO WS-UNM-REASON(WS-UNMAPPED-IX)
           END-IF.

       PRINT-UNMAPPED-ACCOUNTS.
           STRING 'ACCOUNTS WITH A BALANCE BUT NO RETURN LINE'
               ' - RETURN NOT PRODUCED:'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-UNMAPPED-IX FROM 1 BY 1
                   UNTIL WS-UNMAPPED-IX > WS-UNMAPPED-USED
               MOVE WS-UNM-BALANCE(WS-UNMAPPED-IX) TO WS-EDIT-AMT1
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ACCOUNT ' WS-UNM-ACCOUNT(WS-UNMAPPED-IX)
                   '  BALANCE (DR-CR) ' WS-EDIT-AMT1
                   '  ' WS-UNM-REASON(WS-UNMAPPED-IX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-UNMAPPED-COUNT > WS-UNMAPPED-USED
               COMPUTE WS-EDIT-COUNT =
                   WS-UNMAPPED-COUNT - WS-UNMAPPED-USED
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-EDIT-COUNT
                   ' MORE ACCOUNT(S) NOT LISTED'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-RETURN.
      *> Assets, then liabilities, then equity - each section's
      *> lines in template order and the section total under them.
           MOVE 'A' TO WS-PRINT-SECTION
           MOVE 'ASSETS' TO WS-SECTION-NAME
           PERFORM PRINT-RETURN-SECTION
           MOVE WS-SECTION-TOTAL TO WS-ASSET-TOTAL
           MOVE 'L' TO WS-PRINT-SECTION
           MOVE 'LIABILITIES' TO WS-SECTION-NAME
           PERFORM PRINT-RETURN-SECTION
           MOVE WS-SECTION-TOTAL TO WS-LIABILITY-TOTAL
           MOVE 'Q' TO WS-PRINT-SECTION
           MOVE 'EQUITY' TO WS-SECTION-NAME
           PERFORM PRINT-RETURN-SECTION
           MOVE WS-SECTION-TOTAL TO WS-EQUITY-TOTAL.

       PRINT-RETURN-SECTION.
           MOVE 0 TO WS-SECTION-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SECTION-NAME TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-USED
               IF WS-RET-SECTION(WS-LINE-IX) = WS-PRINT-SECTION
                   ADD WS-RET-AMOUNT(WS-LINE-IX) TO WS-SECTION-TOTAL
                   MOVE WS-RET-AMOUNT(WS-LINE-IX) TO WS-EDIT-AMT1
                   MOVE WS-RET-ACCOUNT-COUNT(WS-LINE-IX)
                       TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  ' WS-RET-LINE(WS-LINE-IX)
                       '  ' WS-RET-DESCRIPTION(WS-LINE-IX)
                       '  ' WS-EDIT-AMT1
                       '  ACCOUNTS ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-SECTION-TOTAL TO WS-EDIT-AMT1
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TOTAL ' WS-SECTION-NAME
               '                              '
               WS-EDIT-AMT1
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       APPLY-CROSS-CHECKS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'CROSS-CHECKS:' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
      *> The ledger the return is built from must itself balance -
      *> if it does not, no mapping can make the return right.
           COMPUTE WS-CHECK-DIFFERENCE =
               WS-LEDGER-DEBIT-TOTAL - WS-LEDGER-CREDIT-TOTAL
           MOVE WS-LEDGER-DEBIT-TOTAL TO WS-EDIT-AMT1
           MOVE WS-LEDGER-CREDIT-TOTAL TO WS-EDIT-AMT2
           MOVE WS-CHECK-DIFFERENCE TO WS-EDIT-AMT3
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  LEDGER DEBITS ' WS-EDIT-AMT1
               '  CREDITS ' WS-EDIT-AMT2
               '  DIFFERENCE ' WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM REPORT-CHECK-RESULT
      *> Total assets equal total liabilities plus equity - an
      *> account mapped to a line in the wrong section shows here.
           COMPUTE WS-FUNDING-TOTAL =
               WS-LIABILITY-TOTAL + WS-EQUITY-TOTAL
           COMPUTE WS-CHECK-DIFFERENCE =
               WS-ASSET-TOTAL - WS-FUNDING-TOTAL
           MOVE WS-ASSET-TOTAL TO WS-EDIT-AMT1
           MOVE WS-FUNDING-TOTAL TO WS-EDIT-AMT2
           MOVE WS-CHECK-DIFFERENCE TO WS-EDIT-AMT3
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ASSETS ' WS-EDIT-AMT1
               '  LIABILITIES + EQUITY ' WS-EDIT-AMT2
               '  DIFFERENCE ' WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM REPORT-CHECK-RESULT
      *> Every line item must sit in a section the template knows
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-USED
               IF WS-RET-SECTION(WS-LINE-IX) NOT = 'A'
                   AND WS-RET-SECTION(WS-LINE-IX) NOT = 'L'
                   AND WS-RET-SECTION(WS-LINE-IX) NOT = 'Q'
                   MOVE 1 TO WS-CHECK-DIFFERENCE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  LINE ' WS-RET-LINE(WS-LINE-IX)
                       ' HAS SECTION ' WS-RET-SECTION(WS-LINE-IX)
                       ' - NOT A, L OR Q'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM REPORT-CHECK-RESULT
               END-IF
           END-PERFORM
           IF WS-LINE-OVERFLOW-COUNT > 0
               MOVE 1 TO WS-CHECK-DIFFERENCE
               MOVE WS-LINE-OVERFLOW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-EDIT-COUNT
                   ' GRL1 LINE(S) BEYOND THE 300 THE RETURN HOLDS'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM REPORT-CHECK-RESULT
           END-IF.

       REPORT-CHECK-RESULT.
      *> Callers build the line and leave the difference; a non-zero
      *> difference is a failed check.
           IF WS-CHECK-DIFFERENCE = 0
               MOVE 'PASSED' TO WS-PRINT-LINE(111:6)
           ELSE
               MOVE '** FAILED **' TO WS-PRINT-LINE(111:12)
               ADD 1 TO WS-CHECK-FAILED-COUNT
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUBMISSION-FILE.
      *> The BIF1 discipline every interface file carries - the
      *> regulator's portal sees a count mismatch on a truncated
      *> transfer instead of accepting half a return.
           OPEN OUTPUT GRR1-SUBMISSION-FILE
           MOVE 'HDR' TO BIF1-HDR-TAG
           MOVE WS-PERIOD-LAST-DAY TO BIF1-HDR-RUN-DATE
           MOVE 'GRR1' TO BIF1-HDR-PROGRAM
           MOVE SPACES TO GRR1-SUBMISSION-LINE
           MOVE BIF1-HEADER-RECORD TO GRR1-SUBMISSION-LINE(1:21)
           WRITE GRR1-SUBMISSION-LINE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-USED
               MOVE 'RBS' TO GRR1-RECORD-TYPE
               MOVE WS-PERIOD-LAST-DAY TO GRR1-REPORTING-DATE
               MOVE WS-RET-LINE(WS-LINE-IX) TO GRR1-RETURN-LINE
               MOVE WS-RET-SECTION(WS-LINE-IX) TO GRR1-LINE-SECTION
               MOVE WS-RET-AMOUNT(WS-LINE-IX) TO GRR1-LINE-AMOUNT
               WRITE GRR1-SUBMISSION-LINE FROM GRR1-SUBMISSION-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-RET-AMOUNT(WS-LINE-IX) < 0
                   SUBTRACT WS-RET-AMOUNT(WS-LINE-IX)
                       FROM WS-FILE-HASH-TOTAL
               ELSE
                   ADD WS-RET-AMOUNT(WS-LINE-IX)
                       TO WS-FILE-HASH-TOTAL
               END-IF
           END-PERFORM
           MOVE 'TRL' TO BIF1-TRL-TAG
           MOVE WS-DETAIL-COUNT TO BIF1-TRL-RECORD-COUNT
           MOVE WS-FILE-HASH-TOTAL TO BIF1-TRL-HASH-TOTAL
           MOVE SPACES TO GRR1-SUBMISSION-LINE
           MOVE BIF1-TRAILER-RECORD TO GRR1-SUBMISSION-LINE(1:27)
           WRITE GRR1-SUBMISSION-LINE
           CLOSE GRR1-SUBMISSION-FILE.

       PRINT-RETURN-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-EDIT-COUNT
           STRING 'ACCOUNTS WITH A BALANCE:   ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
           STRING 'ACCOUNTS NOT MAPPED:       ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CHECK-FAILED-COUNT TO WS-EDIT-COUNT
           STRING 'CROSS-CHECKS FAILED:       ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           STRING 'SUBMISSION LINES WRITTEN:  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE GRR1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO GRR1-PRINT-RECORD
           STRING 'GRR1  REGULATORY BALANCE SHEET RETURN  '
               WS-PARM-PERIOD
               '  AS AT ' WS-PERIOD-LAST-DAY
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO GRR1-PRINT-RECORD
           WRITE GRR1-PRINT-RECORD
           MOVE SPACES TO GRR1-PRINT-RECORD
           WRITE GRR1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.
