       COPY GDS1SQL.
       COPY GAC1SQL.
       COPY GAH1SQL.
       COPY CFG1SQL.

       FILE SECTION.
       FD  GLT1-PRINT-FILE.
       COPY GAD1REC.
       COPY GAC1REC.
       COPY GAH1REC.
       COPY GDS1REC.
       COPY CFG1REC.

      *> Print control - page headings with report name, date range
      *> and page number, the grand totals carried forward at each
           88  WS-ACCOUNTS-DONE             VALUE 'Y'.
       01  WS-UNBALANCED-SWITCH             PIC X(1) VALUE 'N'.
           88  WS-UNBALANCED-DONE           VALUE 'Y'.
       01  WS-UNIT-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-UNITS-DONE                VALUE 'Y'.
       01  WS-ELIMINATION-SWITCH            PIC X(1) VALUE 'N'.
           88  WS-ELIMINATIONS-DONE         VALUE 'Y'.

      *> The per-unit pages come first; the carried-forward line is
      *> only printed once the consolidation has started.
       01  WS-SECTION-SWITCH                PIC X(1) VALUE 'U'.
           88  WS-CONSOLIDATING             VALUE 'C'.

      *> Per-unit trial balances - each operating unit's accounts off
      *> GDS1 with its own debit and credit totals. GAM1 and GAM3
      *> keep every unit balanced with due-to/due-from legs, so a
      *> unit that does not net to zero is a posting incident.
       01  WS-CURRENT-UNIT                  PIC X(4).
       01  WS-UNIT-LABEL                    PIC X(4).
       01  WS-UNIT-DEBIT-TOTAL              PIC S9(11)V99 COMP-3.
       01  WS-UNIT-CREDIT-TOTAL             PIC S9(11)V99 COMP-3.
       01  WS-UNIT-COUNT                    PIC 9(5) VALUE 0.
       01  WS-UNIT-OUT-COUNT                PIC 9(5) VALUE 0.

      *> The inter-unit accounts eliminated on consolidation - the
      *> same CFG1 parameters and defaults GAM1 and GAM3 post them
      *> under.
       01  WS-DUE-FROM-PARM                 PIC X(20)
           VALUE 'GL-DUE-FROM-UNIT'.
       01  WS-DUE-TO-PARM                   PIC X(20)
           VALUE 'GL-DUE-TO-UNIT'.
       01  WS-DUE-FROM-ACCOUNT              PIC X(10)
           VALUE '0001900000'.
       01  WS-DUE-TO-ACCOUNT                PIC X(10)
           VALUE '0002900000'.
       01  WS-ELIM-DEBIT-TOTAL              PIC S9(11)V99 COMP-3
                                            VALUE 0.
       01  WS-ELIM-CREDIT-TOTAL             PIC S9(11)V99 COMP-3
                                            VALUE 0.

       01  WS-PREV-ACCOUNT                  PIC X(10).
       01  WS-TYPE-TOTAL                    PIC S9(11)V99 COMP-3.
      *> the GDS1 day-level summary GSU1 maintains in the nightly -
      *> the month-end balance stopped scanning raw GAD1 when the
      *> ledger grew GAM2 offsets and archive-era history. A summary
      *> day in doubt is re-derived by GSU1's rebuild path. This is
      *> the consolidation across every unit, so the inter-unit
      *> accounts are eliminated here and reported on their own.
       EXEC SQL
           DECLARE TRIAL-BALANCE-CURSOR CURSOR FOR
               SELECT GL_ACCOUNT, SUM(DEBIT_TOTAL),
               FROM GDS1
               WHERE SUMMARY_DATE >= :WS-PARM-FROM-DATE
                 AND SUMMARY_DATE <= :WS-PARM-TO-DATE
                 AND GL_ACCOUNT <> :WS-DUE-FROM-ACCOUNT
                 AND GL_ACCOUNT <> :WS-DUE-TO-ACCOUNT
               GROUP BY GL_ACCOUNT
               ORDER BY GL_ACCOUNT
       END-EXEC.

      *> The same summary split by operating unit, unit by unit.
       EXEC SQL
           DECLARE UNIT-BALANCE-CURSOR CURSOR FOR
               SELECT OPERATING_UNIT, GL_ACCOUNT, SUM(DEBIT_TOTAL),
                      SUM(CREDIT_TOTAL)
               FROM GDS1
               WHERE SUMMARY_DATE >= :WS-PARM-FROM-DATE
                 AND SUMMARY_DATE <= :WS-PARM-TO-DATE
               GROUP BY OPERATING_UNIT, GL_ACCOUNT
               ORDER BY OPERATING_UNIT, GL_ACCOUNT
       END-EXEC.

      *> The inter-unit balances the consolidation leaves out
       EXEC SQL
           DECLARE ELIMINATION-CURSOR CURSOR FOR
               SELECT GL_ACCOUNT, SUM(DEBIT_TOTAL),
                      SUM(CREDIT_TOTAL)
               FROM GDS1
               WHERE SUMMARY_DATE >= :WS-PARM-FROM-DATE
                 AND SUMMARY_DATE <= :WS-PARM-TO-DATE
                 AND (GL_ACCOUNT = :WS-DUE-FROM-ACCOUNT
                      OR GL_ACCOUNT = :WS-DUE-TO-ACCOUNT)
               GROUP BY GL_ACCOUNT
               ORDER BY GL_ACCOUNT
       END-EXEC.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-CARD
           PERFORM READ-INTER-UNIT-ACCOUNTS
           OPEN OUTPUT GLT1-PRINT-FILE
           PERFORM LIST-UNIT-TRIAL-BALANCES
           MOVE 99 TO WS-LINE-COUNT
           SET WS-CONSOLIDATING TO TRUE
           MOVE 'CONSOLIDATED TRIAL BALANCE (INTER-UNIT ELIMINATED):'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM LIST-ACCOUNT-TOTALS
           PERFORM PRINT-INTER-UNIT-ELIMINATION
           PERFORM PRINT-ROLLUP-SUBTOTALS
           PERFORM PRINT-ACCOUNT-TYPE-TOTALS
           PERFORM LIST-UNBALANCED-PAIRS
           MOVE SPACES TO GLT1-PRINT-RECORD
           WRITE GLT1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT
      *> Built in the print record itself so the line waiting in
      *> WS-PRINT-LINE still prints under the carried-forward.
           IF WS-CONSOLIDATING
               AND (WS-GRAND-DEBIT-TOTAL NOT = 0
                    OR WS-GRAND-CREDIT-TOTAL NOT = 0)
               MOVE WS-GRAND-DEBIT-TOTAL TO WS-EDIT-AMT1
               MOVE WS-GRAND-CREDIT-TOTAL TO WS-EDIT-AMT2
               MOVE SPACES TO GLT1-PRINT-RECORD
               STRING '  CARRIED FORWARD  DEBITS ' WS-EDIT-AMT1
                   '  CREDITS ' WS-EDIT-AMT2
                   DELIMITED BY SIZE INTO GLT1-PRINT-RECORD
               WRITE GLT1-PRINT-RECORD
               MOVE SPACES TO GLT1-PRINT-RECORD
               WRITE GLT1-PRINT-RECORD
               ADD 2 TO WS-LINE-COUNT
           END-IF.

               MOVE WS-PARM-FROM-DATE TO WS-PARM-TO-DATE
           END-IF.

       READ-INTER-UNIT-ACCOUNTS.
           MOVE WS-DUE-FROM-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
               MOVE PARM-VALUE OF CFG1-REC(1:10) TO WS-DUE-FROM-ACCOUNT
           END-IF
           MOVE WS-DUE-TO-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
               MOVE PARM-VALUE OF CFG1-REC(1:10) TO WS-DUE-TO-ACCOUNT
           END-IF.

       LIST-UNIT-TRIAL-BALANCES.
           MOVE 'N' TO WS-UNIT-SWITCH
           MOVE HIGH-VALUES TO WS-CURRENT-UNIT
           EXEC SQL
               OPEN UNIT-BALANCE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-UNITS-DONE
               EXEC SQL
                   FETCH UNIT-BALANCE-CURSOR
                   INTO :GDS1-REC.OPERATING-UNIT,
                        :GDS1-REC.GL-ACCOUNT,
                        :WS-ACCT-DEBIT-TOTAL, :WS-ACCT-CREDIT-TOTAL
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-UNITS-DONE TO TRUE
               ELSE
                   IF OPERATING-UNIT OF GDS1-REC
                       NOT = WS-CURRENT-UNIT
                       PERFORM START-UNIT-SECTION
                   END-IF
                   PERFORM PRINT-ONE-UNIT-ACCOUNT-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE UNIT-BALANCE-CURSOR
           END-EXEC
           IF WS-CURRENT-UNIT NOT = HIGH-VALUES
               PERFORM PRINT-UNIT-TOTAL-LINE
           END-IF.

       START-UNIT-SECTION.
      *> Each unit opens on a fresh page, the previous one closed
      *> with its totals; spaces is head office.
           IF WS-CURRENT-UNIT NOT = HIGH-VALUES
               PERFORM PRINT-UNIT-TOTAL-LINE
           END-IF
           MOVE OPERATING-UNIT OF GDS1-REC TO WS-CURRENT-UNIT
           MOVE WS-CURRENT-UNIT TO WS-UNIT-LABEL
           IF WS-UNIT-LABEL = SPACES
               MOVE 'HQ' TO WS-UNIT-LABEL
           END-IF
           ADD 1 TO WS-UNIT-COUNT
           MOVE 0 TO WS-UNIT-DEBIT-TOTAL
           MOVE 0 TO WS-UNIT-CREDIT-TOTAL
           MOVE 99 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OPERATING UNIT ' WS-UNIT-LABEL
               ' TRIAL BALANCE:'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-UNIT-ACCOUNT-LINE.
           ADD WS-ACCT-DEBIT-TOTAL TO WS-UNIT-DEBIT-TOTAL
           ADD WS-ACCT-CREDIT-TOTAL TO WS-UNIT-CREDIT-TOTAL
           COMPUTE WS-ACCT-DIFFERENCE =
               WS-ACCT-DEBIT-TOTAL - WS-ACCT-CREDIT-TOTAL
           MOVE WS-ACCT-DEBIT-TOTAL TO WS-EDIT-AMT1
           MOVE WS-ACCT-CREDIT-TOTAL TO WS-EDIT-AMT2
           MOVE WS-ACCT-DIFFERENCE TO WS-EDIT-AMT3
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ACCOUNT ' GL-ACCOUNT OF GDS1-REC
               '  DEBITS ' WS-EDIT-AMT1
               '  CREDITS ' WS-EDIT-AMT2
               '  DIFFERENCE ' WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-UNIT-TOTAL-LINE.
           COMPUTE WS-ACCT-DIFFERENCE =
               WS-UNIT-DEBIT-TOTAL - WS-UNIT-CREDIT-TOTAL
           MOVE WS-UNIT-DEBIT-TOTAL TO WS-EDIT-AMT1
           MOVE WS-UNIT-CREDIT-TOTAL TO WS-EDIT-AMT2
           MOVE WS-ACCT-DIFFERENCE TO WS-EDIT-AMT3
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING '  UNIT ' WS-UNIT-LABEL
               '       DEBITS ' WS-EDIT-AMT1
               '  CREDITS ' WS-EDIT-AMT2
               '  DIFFERENCE ' WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WS-ACCT-DIFFERENCE NOT = 0
               ADD 1 TO WS-UNIT-OUT-COUNT
               MOVE '** OUT OF BALANCE **' TO WS-PRINT-LINE(101:20)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-INTER-UNIT-ELIMINATION.
           MOVE 'N' TO WS-ELIMINATION-SWITCH
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'INTER-UNIT BALANCES ELIMINATED ON CONSOLIDATION:'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL
               OPEN ELIMINATION-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ELIMINATIONS-DONE
               EXEC SQL
                   FETCH ELIMINATION-CURSOR
                   INTO :GDS1-REC.GL-ACCOUNT,
                        :WS-ACCT-DEBIT-TOTAL, :WS-ACCT-CREDIT-TOTAL
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ELIMINATIONS-DONE TO TRUE
               ELSE
                   ADD WS-ACCT-DEBIT-TOTAL TO WS-ELIM-DEBIT-TOTAL
                   ADD WS-ACCT-CREDIT-TOTAL TO WS-ELIM-CREDIT-TOTAL
                   COMPUTE WS-ACCT-DIFFERENCE =
                       WS-ACCT-DEBIT-TOTAL - WS-ACCT-CREDIT-TOTAL
                   MOVE WS-ACCT-DEBIT-TOTAL TO WS-EDIT-AMT1
                   MOVE WS-ACCT-CREDIT-TOTAL TO WS-EDIT-AMT2
                   MOVE WS-ACCT-DIFFERENCE TO WS-EDIT-AMT3
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  ACCOUNT ' GL-ACCOUNT OF GDS1-REC
                       '  DEBITS ' WS-EDIT-AMT1
                       '  CREDITS ' WS-EDIT-AMT2
                       '  DIFFERENCE ' WS-EDIT-AMT3
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE ELIMINATION-CURSOR
           END-EXEC
      *> Every due-to has its due-from, so the two accounts together
      *> net to zero - anything left is a one-sided inter-unit leg.
           COMPUTE WS-ACCT-DIFFERENCE =
               WS-ELIM-DEBIT-TOTAL - WS-ELIM-CREDIT-TOTAL
           MOVE WS-ACCT-DIFFERENCE TO WS-EDIT-AMT3
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  NET INTER-UNIT DIFFERENCE ' WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       LIST-ACCOUNT-TOTALS.
           MOVE 'N' TO WS-ACCOUNT-SWITCH
           MOVE SPACES TO WS-PREV-ACCOUNT
           MOVE WS-UNBALANCED-COUNT TO WS-EDIT-COUNT
           STRING 'UNBALANCED PAIRS:    ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNIT-COUNT TO WS-EDIT-COUNT
           STRING 'OPERATING UNITS:     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNIT-OUT-COUNT TO WS-EDIT-COUNT
           STRING 'UNITS OUT OF BALANCE:' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
