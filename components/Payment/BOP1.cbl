       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The print copy Compliance signs off before the file goes in.
           SELECT BOP1-PRINT-FILE ASSIGN TO BOP1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *> The submission file for the central bank - only written
      *> when every group converted to base, so a file that exists
      *> is a file that can go in.
           SELECT BOP1-SUBMISSION-FILE ASSIGN TO BOP1SUB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY PPC1SQL.

       FILE SECTION.
       FD  BOP1-PRINT-FILE.
       01  BOP1-PRINT-RECORD                PIC X(132).

       FD  BOP1-SUBMISSION-FILE.
       01  BOP1-SUBMISSION-LINE             PIC X(58).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY PPC1REC.

      *> Include the submission record and the batch interface
      *> header/trailer layouts
       COPY BOP1REC.
       COPY BIF1REC.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> The same base and rate resolution REG1 converts with -
      *> each group's net amount is taken to base at the newest
      *> rate on or before the month's last day.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

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

      *> Return month (blank is the month before the current one)
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD               PIC X(7).

       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).
       01  WS-PERIOD-END                    PIC X(10).
       01  WS-PERIOD-LAST-DAY               PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC 9(7).

       01  WS-GROUP-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-GROUPS-DONE               VALUE 'Y'.

      *> The return itself - one entry per purpose, country and
      *> currency, built and converted in full before anything is
      *> printed or written.
       01  WS-GROUP-USED                    PIC 9(4) VALUE 0.
       01  WS-GROUP-IX                      PIC 9(4) COMP.
       01  WS-GROUP-OVERFLOW-COUNT          PIC 9(5) VALUE 0.
       01  WS-RETURN-TABLE.
           05  WS-RETURN-ENTRY OCCURS 500 TIMES.
               10  WS-RET-PURPOSE           PIC X(4).
               10  WS-RET-DESCRIPTION       PIC X(40).
               10  WS-RET-COUNTRY           PIC X(2).
               10  WS-RET-CURRENCY          PIC X(3).
               10  WS-RET-PAYMENT-COUNT     PIC 9(7).
               10  WS-RET-AMOUNT            PIC S9(13)V99 COMP-3.
               10  WS-RET-BASE-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-RET-RATE-SWITCH       PIC X(1).
                   88  WS-RET-RATE-FOUND    VALUE 'Y'.

      *> One fetched group
       01  WS-FETCH-PAYMENT-COUNT           PIC S9(9) COMP.
       01  WS-FETCH-AMOUNT                  PIC S9(13)V99 COMP-3.

      *> Purpose subtotals and the return's totals
       01  WS-PRINT-PURPOSE                 PIC X(4).
       01  WS-PURPOSE-COUNT                 PIC 9(7).
       01  WS-PURPOSE-BASE-TOTAL            PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-TOTAL-BASE-AMOUNT             PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-UNCONVERTED-COUNT             PIC 9(5) VALUE 0.

       01  WS-DETAIL-COUNT                  PIC 9(9) VALUE 0.
       01  WS-FILE-HASH-TOTAL               PIC 9(13)V99 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The month's cleared cross-border payments - PAM2 carries a
      *> purpose code only on those - netted by purpose, counterparty
      *> country and currency. A PAM8 refund is a cleared row for the
      *> opposite amount carrying its original's purpose, so it nets
      *> off in the month it clears; a rejected payment never moved
      *> money and is left out.
       EXEC SQL
           DECLARE BOP-GROUP-CURSOR CURSOR FOR
               SELECT P.PURPOSE_CODE, P.COUNTERPARTY_COUNTRY,
                      P.PAYMENT_CURRENCY,
                      COALESCE(C.PURPOSE_DESCRIPTION, ' '),
                      COUNT(*), SUM(P.PAYMENT_AMOUNT)
               FROM PAD1 P
               LEFT OUTER JOIN PPC1 C
                   ON C.PURPOSE_CODE = P.PURPOSE_CODE
               WHERE P.PAYMENT_STATUS_CODE = 'C'
                 AND P.PURPOSE_CODE <> ' '
                 AND SUBSTR(P.CLEARED_TIMESTAMP, 1, 7)
                     = :WS-PARM-PERIOD
               GROUP BY P.PURPOSE_CODE, P.COUNTERPARTY_COUNTRY,
                        P.PAYMENT_CURRENCY, C.PURPOSE_DESCRIPTION
               ORDER BY P.PURPOSE_CODE, P.COUNTERPARTY_COUNTRY,
                        P.PAYMENT_CURRENCY
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> The central bank's monthly balance-of-payments return, built
      *> from the purpose code and counterparty country PAM2 now
      *> requires on every cross-border payment instead of being
      *> compiled by hand from REG1 printouts. Each purpose, country
      *> and currency's net amount is converted to base at the
      *> month-end rate; a group with no rate fails the run rather
      *> than going in at face value.
           PERFORM READ-PARM-CARD
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT BOP1-PRINT-FILE
           PERFORM BUILD-RETURN
           PERFORM PRINT-RETURN
           IF WS-UNCONVERTED-COUNT = 0 AND WS-GROUP-OVERFLOW-COUNT = 0
               PERFORM WRITE-SUBMISSION-FILE
           END-IF
           PERFORM PRINT-RETURN-SUMMARY
           CLOSE BOP1-PRINT-FILE
           IF WS-UNCONVERTED-COUNT > 0 OR WS-GROUP-OVERFLOW-COUNT > 0
               DISPLAY "BOP1: return for " WS-PARM-PERIOD
                   " NOT produced - " WS-UNCONVERTED-COUNT
                   " group(s) with no rate, " WS-GROUP-OVERFLOW-COUNT
                   " group(s) over the table - see BOP1OUT"
           ELSE
               DISPLAY "BOP1 balance-of-payments return written for "
                   WS-PARM-PERIOD " - " WS-DETAIL-COUNT " line(s)"
           END-IF
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Return month comes in on a parm card as YYYY-MM, same idiom
      *> as GRR1's - blank defaults to the month before the current
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
      *> Rates are taken as at the month's last day - the day
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

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'BOP1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'BOP1' TO RUN-PROGRAM
           MOVE WS-PERIOD-LAST-DAY TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 8 tells operations the return was not produced.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-DETAIL-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-UNCONVERTED-COUNT > 0 OR WS-GROUP-OVERFLOW-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       BUILD-RETURN.
           MOVE 'N' TO WS-GROUP-SWITCH
           EXEC SQL
               OPEN BOP-GROUP-CURSOR
           END-EXEC
           PERFORM UNTIL WS-GROUPS-DONE
               EXEC SQL
                   FETCH BOP-GROUP-CURSOR
                   INTO :PAD1-REC.PURPOSE-CODE,
                        :PAD1-REC.COUNTERPARTY-COUNTRY,
                        :PAD1-REC.PAYMENT-CURRENCY,
                        :PPC1-REC.PURPOSE-DESCRIPTION,
                        :WS-FETCH-PAYMENT-COUNT,
                        :WS-FETCH-AMOUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-GROUPS-DONE TO TRUE
               ELSE
                   IF WS-GROUP-USED < 500
                       ADD 1 TO WS-GROUP-USED
                       MOVE WS-GROUP-USED TO WS-GROUP-IX
                       PERFORM LOAD-ONE-GROUP
                   ELSE
                       ADD 1 TO WS-GROUP-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE BOP-GROUP-CURSOR
           END-EXEC.

       LOAD-ONE-GROUP.
           MOVE PURPOSE-CODE OF PAD1-REC TO WS-RET-PURPOSE(WS-GROUP-IX)
           MOVE PURPOSE-DESCRIPTION OF PPC1-REC
               TO WS-RET-DESCRIPTION(WS-GROUP-IX)
           MOVE COUNTERPARTY-COUNTRY OF PAD1-REC
               TO WS-RET-COUNTRY(WS-GROUP-IX)
           MOVE PAYMENT-CURRENCY OF PAD1-REC
               TO WS-RET-CURRENCY(WS-GROUP-IX)
           MOVE WS-FETCH-PAYMENT-COUNT
               TO WS-RET-PAYMENT-COUNT(WS-GROUP-IX)
           MOVE WS-FETCH-AMOUNT TO WS-RET-AMOUNT(WS-GROUP-IX)
           PERFORM CONVERT-GROUP-TO-BASE.

       CONVERT-GROUP-TO-BASE.
      *> The rate alone is asked for and applied to the group's net
      *> amount here, so a month's total is never cut to the size
      *> of a single payment's amount field.
           MOVE 'N' TO WS-RET-RATE-SWITCH(WS-GROUP-IX)
           MOVE 0 TO WS-RET-BASE-AMOUNT(WS-GROUP-IX)
           IF WS-RET-CURRENCY(WS-GROUP-IX) = WS-BASE-CURRENCY
               MOVE WS-RET-AMOUNT(WS-GROUP-IX)
                   TO WS-RET-BASE-AMOUNT(WS-GROUP-IX)
               SET WS-RET-RATE-FOUND(WS-GROUP-IX) TO TRUE
           ELSE
               MOVE SPACES TO EXM1-COMM-AREA
               MOVE WS-RET-CURRENCY(WS-GROUP-IX)
                   TO EXM1-FROM-CURRENCY
               MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
               MOVE WS-PERIOD-LAST-DAY TO EXM1-RATE-DATE-LIMIT
               MOVE 0 TO EXM1-AMOUNT
               CALL EXM1-PGM USING EXM1-COMM-AREA
               IF EXM1-RATE-FOUND
                   SET WS-RET-RATE-FOUND(WS-GROUP-IX) TO TRUE
                   COMPUTE WS-RET-BASE-AMOUNT(WS-GROUP-IX) ROUNDED =
                       WS-RET-AMOUNT(WS-GROUP-IX) * EXM1-EXCHANGE-RATE
               ELSE
                   ADD 1 TO WS-UNCONVERTED-COUNT
               END-IF
           END-IF.

       PRINT-RETURN.
      *> Purpose by purpose, each with its countries and currencies
      *> under it and the purpose's base-currency total.
           MOVE 'PURP  DESCRIPTION' TO WS-PRINT-LINE(3:17)
           MOVE 'CTRY  CCY' TO WS-PRINT-LINE(40:9)
           MOVE 'COUNT' TO WS-PRINT-LINE(53:5)
           MOVE 'AMOUNT' TO WS-PRINT-LINE(72:6)
           MOVE 'BASE AMOUNT' TO WS-PRINT-LINE(87:11)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-PURPOSE
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                   UNTIL WS-GROUP-IX > WS-GROUP-USED
               IF WS-RET-PURPOSE(WS-GROUP-IX) NOT = WS-PRINT-PURPOSE
                   IF WS-PRINT-PURPOSE NOT = SPACES
                       PERFORM PRINT-PURPOSE-TOTAL
                   END-IF
                   MOVE WS-RET-PURPOSE(WS-GROUP-IX) TO WS-PRINT-PURPOSE
                   MOVE 0 TO WS-PURPOSE-COUNT
                   MOVE 0 TO WS-PURPOSE-BASE-TOTAL
               END-IF
               PERFORM PRINT-GROUP-LINE
           END-PERFORM
           IF WS-PRINT-PURPOSE NOT = SPACES
               PERFORM PRINT-PURPOSE-TOTAL
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT
           MOVE WS-TOTAL-BASE-AMOUNT TO WS-EDIT-AMT2
           MOVE 'TOTAL CROSS-BORDER PAYMENTS' TO WS-PRINT-LINE(3:27)
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(51:7)
           MOVE WS-EDIT-AMT2 TO WS-PRINT-LINE(80:18)
           PERFORM WRITE-REPORT-LINE.

       PRINT-GROUP-LINE.
      *> A group with no rate is flagged - it is what stops the
      *> submission file being written.
           ADD WS-RET-PAYMENT-COUNT(WS-GROUP-IX) TO WS-PURPOSE-COUNT
           ADD WS-RET-PAYMENT-COUNT(WS-GROUP-IX) TO WS-TOTAL-COUNT
           ADD WS-RET-BASE-AMOUNT(WS-GROUP-IX)
               TO WS-PURPOSE-BASE-TOTAL
           ADD WS-RET-BASE-AMOUNT(WS-GROUP-IX)
               TO WS-TOTAL-BASE-AMOUNT
           MOVE WS-RET-PAYMENT-COUNT(WS-GROUP-IX) TO WS-EDIT-COUNT
           MOVE WS-RET-AMOUNT(WS-GROUP-IX) TO WS-EDIT-AMT1
           MOVE WS-RET-BASE-AMOUNT(WS-GROUP-IX) TO WS-EDIT-AMT2
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-RET-PURPOSE(WS-GROUP-IX)
               '  ' WS-RET-DESCRIPTION(WS-GROUP-IX)(1:30)
               '  ' WS-RET-COUNTRY(WS-GROUP-IX)
               '   ' WS-RET-CURRENCY(WS-GROUP-IX)
               '  ' WS-EDIT-COUNT
               '  ' WS-EDIT-AMT1
               '  ' WS-EDIT-AMT2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF NOT WS-RET-RATE-FOUND(WS-GROUP-IX)
               MOVE '** NO RATE **' TO WS-PRINT-LINE(100:13)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-PURPOSE-TOTAL.
           MOVE WS-PURPOSE-COUNT TO WS-EDIT-COUNT
           MOVE WS-PURPOSE-BASE-TOTAL TO WS-EDIT-AMT2
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TOTAL ' WS-PRINT-PURPOSE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(51:7)
           MOVE WS-EDIT-AMT2 TO WS-PRINT-LINE(80:18)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUBMISSION-FILE.
      *> The BIF1 discipline every interface file carries - the
      *> central bank sees a count mismatch on a truncated transfer
      *> instead of accepting half a return.
           OPEN OUTPUT BOP1-SUBMISSION-FILE
           MOVE 'HDR' TO BIF1-HDR-TAG
           MOVE WS-PERIOD-LAST-DAY TO BIF1-HDR-RUN-DATE
           MOVE 'BOP1' TO BIF1-HDR-PROGRAM
           MOVE SPACES TO BOP1-SUBMISSION-LINE
           MOVE BIF1-HEADER-RECORD TO BOP1-SUBMISSION-LINE(1:21)
           WRITE BOP1-SUBMISSION-LINE
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                   UNTIL WS-GROUP-IX > WS-GROUP-USED
               MOVE 'BOP' TO BOP1-RECORD-TYPE
               MOVE WS-PARM-PERIOD TO BOP1-REPORTING-MONTH
               MOVE WS-RET-PURPOSE(WS-GROUP-IX) TO BOP1-PURPOSE-CODE
               MOVE WS-RET-COUNTRY(WS-GROUP-IX) TO BOP1-COUNTRY-CODE
               MOVE WS-RET-CURRENCY(WS-GROUP-IX) TO BOP1-CURRENCY
               MOVE WS-RET-PAYMENT-COUNT(WS-GROUP-IX)
                   TO BOP1-PAYMENT-COUNT
               MOVE WS-RET-AMOUNT(WS-GROUP-IX) TO BOP1-CURRENCY-AMOUNT
               MOVE WS-RET-BASE-AMOUNT(WS-GROUP-IX)
                   TO BOP1-BASE-AMOUNT
               WRITE BOP1-SUBMISSION-LINE FROM BOP1-SUBMISSION-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-RET-BASE-AMOUNT(WS-GROUP-IX) < 0
                   SUBTRACT WS-RET-BASE-AMOUNT(WS-GROUP-IX)
                       FROM WS-FILE-HASH-TOTAL
               ELSE
                   ADD WS-RET-BASE-AMOUNT(WS-GROUP-IX)
                       TO WS-FILE-HASH-TOTAL
               END-IF
           END-PERFORM
           MOVE 'TRL' TO BIF1-TRL-TAG
           MOVE WS-DETAIL-COUNT TO BIF1-TRL-RECORD-COUNT
           MOVE WS-FILE-HASH-TOTAL TO BIF1-TRL-HASH-TOTAL
           MOVE SPACES TO BOP1-SUBMISSION-LINE
           MOVE BIF1-TRAILER-RECORD TO BOP1-SUBMISSION-LINE(1:27)
           WRITE BOP1-SUBMISSION-LINE
           CLOSE BOP1-SUBMISSION-FILE.

       PRINT-RETURN-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GROUP-USED TO WS-EDIT-COUNT
           STRING 'PURPOSE/COUNTRY/CURRENCY GROUPS: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNCONVERTED-COUNT TO WS-EDIT-COUNT
           STRING 'GROUPS WITH NO RATE:             ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GROUP-OVERFLOW-COUNT TO WS-EDIT-COUNT
           STRING 'GROUPS BEYOND THE 500 HELD:      ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           STRING 'SUBMISSION LINES WRITTEN:        ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE BOP1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO BOP1-PRINT-RECORD
           STRING 'BOP1  BALANCE OF PAYMENTS RETURN  '
               WS-PARM-PERIOD
               '  BASE ' WS-BASE-CURRENCY
               ' AT ' WS-PERIOD-LAST-DAY ' RATES'
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO BOP1-PRINT-RECORD
           WRITE BOP1-PRINT-RECORD
           MOVE SPACES TO BOP1-PRINT-RECORD
           WRITE BOP1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.
