       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STP1-PRINT-FILE ASSIGN TO STP1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY APQ1SQL.
       COPY FRC1SQL.
       COPY RWQ1SQL.
       COPY PMT1SQL.
       COPY PEO1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  STP1-PRINT-FILE.
       01  STP1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY BDR1REC.

      *> Print control - page headings with report name, run date
      *> and page number.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-TOTAL                    PIC ZZZZZZ9.
       01  WS-EDIT-STP                      PIC ZZZZZZ9.
       01  WS-EDIT-TOUCHED                  PIC ZZZZZZ9.
       01  WS-EDIT-RATE                     PIC ZZ9.99.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

      *> The two reporting periods - the run date alone, then the
      *> run date's month to date (the whole month on its last day).
       01  WS-PERIOD-FROM                   PIC X(10).
       01  WS-PERIOD-TO                     PIC X(10).
       01  WS-PERIOD-TITLE                  PIC X(40).

       01  WS-FINAL-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-FINAL-DONE                VALUE 'Y'.
       01  WS-TOUCHED-SWITCH                PIC X(1).
           88  WS-PAYMENT-TOUCHED           VALUE 'Y'.
       01  WS-HIT-COUNT                     PIC S9(9) COMP.

       01  WS-FINAL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-STP-COUNT                     PIC 9(7) VALUE 0.
       01  WS-RATE                          PIC 9(3)V99.

      *> Rates are broken down three ways. A key that does not fit
      *> its table is counted under the last entry, 'OTHER'.
       01  WS-BREAKDOWN-IX                  PIC 9(4) COMP.
       01  WS-FOUND-IX                      PIC 9(4) COMP.
       01  WS-CHANNEL-USED                  PIC 9(4) COMP VALUE 0.
       01  WS-CHANNEL-TABLE.
           05  WS-CHANNEL-ENTRY OCCURS 20 TIMES.
               10  WS-CHANNEL-KEY           PIC X(8).
               10  WS-CHANNEL-TOTAL         PIC 9(7).
               10  WS-CHANNEL-STP           PIC 9(7).
       01  WS-CURRENCY-USED                 PIC 9(4) COMP VALUE 0.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-ENTRY OCCURS 60 TIMES.
               10  WS-CURRENCY-KEY          PIC X(3).
               10  WS-CURRENCY-TOTAL        PIC 9(7).
               10  WS-CURRENCY-STP          PIC 9(7).
       01  WS-UNIT-USED                     PIC 9(4) COMP VALUE 0.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 100 TIMES.
               10  WS-UNIT-KEY              PIC X(4).
               10  WS-UNIT-TOTAL            PIC 9(7).
               10  WS-UNIT-STP              PIC 9(7).
       01  WS-BREAKDOWN-KEY                 PIC X(8).
       01  WS-LINE-TOTAL                    PIC 9(7).
       01  WS-LINE-STP                      PIC 9(7).

      *> Why a payment was touched - a payment can have several
      *> reasons, and each one is counted.
       01  WS-REASON-IX                     PIC 9(4) COMP.
       01  WS-TOP-IX                        PIC 9(4) COMP.
       01  WS-TOP-COUNT                     PIC 9(7).
       01  WS-RANK                          PIC 9(1).
       01  WS-REASON-VALUES.
           05  FILLER  PIC X(44) VALUE
               'APPRlarge-payment approval (APQ1)           '.
           05  FILLER  PIC X(44) VALUE
               'FRAUfraud case (FRC1)                       '.
           05  FILLER  PIC X(44) VALUE
               'RWQ1dormant-account reactivation review     '.
           05  FILLER  PIC X(44) VALUE
               'WOFFsettled in tolerance, written off (PAC1)'.
           05  FILLER  PIC X(44) VALUE
               'PARTsettled short, partial case (PAC1)      '.
           05  FILLER  PIC X(44) VALUE
               'MCLRcleared by hand on PAO1                 '.
           05  FILLER  PIC X(44) VALUE
               'MREVreversed by hand on PAO1                '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 7 TIMES.
               10  WS-REASON-CODE           PIC X(4).
               10  WS-REASON-TEXT           PIC X(40).
       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT              PIC 9(7) OCCURS 7 TIMES.
       01  WS-REASON-LISTED-FLAGS.
           05  WS-REASON-LISTED             PIC X(1) OCCURS 7 TIMES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every ordinary payment that reached a final state in the
      *> period - cleared in it (PAM5's CLEARED-TIMESTAMP), or
      *> rejected in it (the date of PAM3's reversing row). The
      *> reversing and refund rows themselves are not payments in
      *> their own right and stay out.
       EXEC SQL
           DECLARE FINAL-PAYMENT-CURSOR CURSOR FOR
               SELECT P.PAYMENT_ID, P.PAYMENT_STATUS_CODE,
                      P.PAYMENT_CURRENCY, P.OPERATING_UNIT,
                      P.ENTRY_CHANNEL
               FROM PAD1 P
               WHERE P.ORIGINAL_PAYMENT_ID = ' '
                 AND ((P.PAYMENT_STATUS_CODE = 'C'
                       AND SUBSTR(P.CLEARED_TIMESTAMP, 1, 10)
                           BETWEEN :WS-PERIOD-FROM AND :WS-PERIOD-TO)
                   OR (P.PAYMENT_STATUS_CODE = 'R'
                       AND EXISTS
                           (SELECT 1
                            FROM PAD1 R
                            WHERE R.ORIGINAL_PAYMENT_ID = P.PAYMENT_ID
                              AND R.PAYMENT_STATUS_CODE = 'R'
                              AND R.PAYMENT_DATE
                                  BETWEEN :WS-PERIOD-FROM
                                      AND :WS-PERIOD-TO)))
               ORDER BY P.PAYMENT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Straight-through-processing rate: the share of payments
      *> reaching a final state that nobody had to touch on the way
      *> - no APQ1 approval, FRC1 fraud case, RWQ1 reactivation
      *> review, PAC1 write-off or partial case (PMT1), and no clear
      *> or reversal keyed by hand on PAO1 (the PEO1 event's change
      *> source). Rates by entry channel, currency and operating
      *> unit, with the reasons for manual touch ranked, for the
      *> day and for the month to date.
           PERFORM READ-PARM-CARD
           OPEN OUTPUT STP1-PRINT-FILE
           MOVE WS-PARM-RUN-DATE TO WS-PERIOD-FROM
           MOVE WS-PARM-RUN-DATE TO WS-PERIOD-TO
           MOVE SPACES TO WS-PERIOD-TITLE
           STRING 'DAY ' WS-PARM-RUN-DATE
               DELIMITED BY SIZE INTO WS-PERIOD-TITLE
           PERFORM REPORT-ONE-PERIOD
           MOVE WS-PARM-RUN-DATE TO WS-PERIOD-FROM
           MOVE '01' TO WS-PERIOD-FROM(9:2)
           MOVE SPACES TO WS-PERIOD-TITLE
           STRING 'MONTH TO DATE ' WS-PERIOD-FROM ' TO '
               WS-PERIOD-TO
               DELIMITED BY SIZE INTO WS-PERIOD-TITLE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM REPORT-ONE-PERIOD
           CLOSE STP1-PRINT-FILE
           DISPLAY "STP1 straight-through report written for "
               WS-PARM-RUN-DATE
           GOBACK.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE STP1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO STP1-PRINT-RECORD
           STRING 'STP1  STRAIGHT-THROUGH PROCESSING RATE'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO STP1-PRINT-RECORD
           WRITE STP1-PRINT-RECORD
           MOVE SPACES TO STP1-PRINT-RECORD
           STRING '  ' WS-PERIOD-TITLE
               DELIMITED BY SIZE INTO STP1-PRINT-RECORD
           WRITE STP1-PRINT-RECORD
           MOVE SPACES TO STP1-PRINT-RECORD
           WRITE STP1-PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       REPORT-ONE-PERIOD.
           PERFORM RESET-PERIOD-COUNTS
           MOVE 'N' TO WS-FINAL-SWITCH
           EXEC SQL
               OPEN FINAL-PAYMENT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FINAL-DONE
               PERFORM FETCH-NEXT-FINAL-PAYMENT
               IF NOT WS-FINAL-DONE
                   PERFORM CLASSIFY-ONE-PAYMENT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FINAL-PAYMENT-CURSOR
           END-EXEC
           PERFORM PRINT-PERIOD-REPORT.

       RESET-PERIOD-COUNTS.
           MOVE 0 TO WS-FINAL-COUNT WS-STP-COUNT
                     WS-CHANNEL-USED WS-CURRENCY-USED WS-UNIT-USED
           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > 7
               MOVE 0 TO WS-REASON-COUNT(WS-REASON-IX)
               MOVE 'N' TO WS-REASON-LISTED(WS-REASON-IX)
           END-PERFORM.

       FETCH-NEXT-FINAL-PAYMENT.
           EXEC SQL
               FETCH FINAL-PAYMENT-CURSOR
               INTO :PAD1-REC.PAYMENT-ID,
                    :PAD1-REC.PAYMENT-STATUS-CODE,
                    :PAD1-REC.PAYMENT-CURRENCY,
                    :PAD1-REC.OPERATING-UNIT,
                    :PAD1-REC.ENTRY-CHANNEL
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-FINAL-DONE TO TRUE
           END-IF.

       CLASSIFY-ONE-PAYMENT.
           ADD 1 TO WS-FINAL-COUNT
           MOVE 'N' TO WS-TOUCHED-SWITCH
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM APQ1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
           END-EXEC
           MOVE 1 TO WS-REASON-IX
           PERFORM TALLY-REASON-HIT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM FRC1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
           END-EXEC
           MOVE 2 TO WS-REASON-IX
           PERFORM TALLY-REASON-HIT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM RWQ1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
           END-EXEC
           MOVE 3 TO WS-REASON-IX
           PERFORM TALLY-REASON-HIT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM PMT1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
                 AND TOUCH_REASON = 'WOFF'
           END-EXEC
           MOVE 4 TO WS-REASON-IX
           PERFORM TALLY-REASON-HIT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM PMT1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
                 AND TOUCH_REASON = 'PART'
           END-EXEC
           MOVE 5 TO WS-REASON-IX
           PERFORM TALLY-REASON-HIT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM PEO1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
                 AND NEW_STATUS = 'C'
                 AND CHANGE_SOURCE = 'PAO1'
           END-EXEC
           MOVE 6 TO WS-REASON-IX
           PERFORM TALLY-REASON-HIT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM PEO1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
                 AND NEW_STATUS = 'R'
                 AND CHANGE_SOURCE = 'PAO1'
           END-EXEC
           MOVE 7 TO WS-REASON-IX
           PERFORM TALLY-REASON-HIT
           IF NOT WS-PAYMENT-TOUCHED
               ADD 1 TO WS-STP-COUNT
           END-IF
           PERFORM TALLY-BREAKDOWNS.

       TALLY-REASON-HIT.
           IF SQLCODE = 0 AND WS-HIT-COUNT > 0
               ADD 1 TO WS-REASON-COUNT(WS-REASON-IX)
               SET WS-PAYMENT-TOUCHED TO TRUE
           END-IF.

       TALLY-BREAKDOWNS.
      *> Channel spaces are payments that predate the channel being
      *> recorded; unit spaces read as head office, as on PAD1.
           MOVE ENTRY-CHANNEL OF PAD1-REC TO WS-BREAKDOWN-KEY
           IF WS-BREAKDOWN-KEY = SPACES
               MOVE 'UNKNOWN' TO WS-BREAKDOWN-KEY
           END-IF
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-BREAKDOWN-IX FROM 1 BY 1
                   UNTIL WS-BREAKDOWN-IX > WS-CHANNEL-USED
                      OR WS-FOUND-IX > 0
               IF WS-CHANNEL-KEY(WS-BREAKDOWN-IX) = WS-BREAKDOWN-KEY
                   MOVE WS-BREAKDOWN-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-CHANNEL-USED < 20
                   ADD 1 TO WS-CHANNEL-USED
               END-IF
               MOVE WS-CHANNEL-USED TO WS-FOUND-IX
               IF WS-FOUND-IX = 20
                   MOVE 'OTHER' TO WS-BREAKDOWN-KEY
               END-IF
               IF WS-CHANNEL-KEY(WS-FOUND-IX) NOT = WS-BREAKDOWN-KEY
                   MOVE WS-BREAKDOWN-KEY TO WS-CHANNEL-KEY(WS-FOUND-IX)
                   MOVE 0 TO WS-CHANNEL-TOTAL(WS-FOUND-IX)
                             WS-CHANNEL-STP(WS-FOUND-IX)
               END-IF
           END-IF
           ADD 1 TO WS-CHANNEL-TOTAL(WS-FOUND-IX)
           IF NOT WS-PAYMENT-TOUCHED
               ADD 1 TO WS-CHANNEL-STP(WS-FOUND-IX)
           END-IF
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO WS-BREAKDOWN-KEY
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-BREAKDOWN-IX FROM 1 BY 1
                   UNTIL WS-BREAKDOWN-IX > WS-CURRENCY-USED
                      OR WS-FOUND-IX > 0
               IF WS-CURRENCY-KEY(WS-BREAKDOWN-IX)
                   = WS-BREAKDOWN-KEY(1:3)
                   MOVE WS-BREAKDOWN-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-CURRENCY-USED < 60
                   ADD 1 TO WS-CURRENCY-USED
               END-IF
               MOVE WS-CURRENCY-USED TO WS-FOUND-IX
               IF WS-FOUND-IX = 60
                   MOVE 'OTH' TO WS-BREAKDOWN-KEY
               END-IF
               IF WS-CURRENCY-KEY(WS-FOUND-IX)
                   NOT = WS-BREAKDOWN-KEY(1:3)
                   MOVE WS-BREAKDOWN-KEY(1:3)
                       TO WS-CURRENCY-KEY(WS-FOUND-IX)
                   MOVE 0 TO WS-CURRENCY-TOTAL(WS-FOUND-IX)
                             WS-CURRENCY-STP(WS-FOUND-IX)
               END-IF
           END-IF
           ADD 1 TO WS-CURRENCY-TOTAL(WS-FOUND-IX)
           IF NOT WS-PAYMENT-TOUCHED
               ADD 1 TO WS-CURRENCY-STP(WS-FOUND-IX)
           END-IF
           MOVE OPERATING-UNIT OF PAD1-REC TO WS-BREAKDOWN-KEY
           IF WS-BREAKDOWN-KEY = SPACES
               MOVE 'HO' TO WS-BREAKDOWN-KEY
           END-IF
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-BREAKDOWN-IX FROM 1 BY 1
                   UNTIL WS-BREAKDOWN-IX > WS-UNIT-USED
                      OR WS-FOUND-IX > 0
               IF WS-UNIT-KEY(WS-BREAKDOWN-IX) = WS-BREAKDOWN-KEY(1:4)
                   MOVE WS-BREAKDOWN-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-UNIT-USED < 100
                   ADD 1 TO WS-UNIT-USED
               END-IF
               MOVE WS-UNIT-USED TO WS-FOUND-IX
               IF WS-FOUND-IX = 100
                   MOVE 'OTHR' TO WS-BREAKDOWN-KEY
               END-IF
               IF WS-UNIT-KEY(WS-FOUND-IX) NOT = WS-BREAKDOWN-KEY(1:4)
                   MOVE WS-BREAKDOWN-KEY(1:4)
                       TO WS-UNIT-KEY(WS-FOUND-IX)
                   MOVE 0 TO WS-UNIT-TOTAL(WS-FOUND-IX)
                             WS-UNIT-STP(WS-FOUND-IX)
               END-IF
           END-IF
           ADD 1 TO WS-UNIT-TOTAL(WS-FOUND-IX)
           IF NOT WS-PAYMENT-TOUCHED
               ADD 1 TO WS-UNIT-STP(WS-FOUND-IX)
           END-IF.

       PRINT-PERIOD-REPORT.
           MOVE WS-FINAL-COUNT TO WS-EDIT-TOTAL
           MOVE WS-STP-COUNT TO WS-EDIT-STP
           MOVE 0 TO WS-RATE
           IF WS-FINAL-COUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-STP-COUNT * 100 / WS-FINAL-COUNT
           END-IF
           MOVE WS-RATE TO WS-EDIT-RATE
           STRING '  PAYMENTS REACHING A FINAL STATE ' WS-EDIT-TOTAL
               '   STRAIGHT-THROUGH ' WS-EDIT-STP
               '   STP RATE ' WS-EDIT-RATE '%'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  BY CHANNEL        FINAL     STP    RATE'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BREAKDOWN-IX FROM 1 BY 1
                   UNTIL WS-BREAKDOWN-IX > WS-CHANNEL-USED
               MOVE WS-CHANNEL-KEY(WS-BREAKDOWN-IX) TO WS-BREAKDOWN-KEY
               MOVE WS-CHANNEL-TOTAL(WS-BREAKDOWN-IX) TO WS-LINE-TOTAL
               MOVE WS-CHANNEL-STP(WS-BREAKDOWN-IX) TO WS-LINE-STP
               PERFORM PRINT-BREAKDOWN-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE '  BY CURRENCY       FINAL     STP    RATE'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BREAKDOWN-IX FROM 1 BY 1
                   UNTIL WS-BREAKDOWN-IX > WS-CURRENCY-USED
               MOVE WS-CURRENCY-KEY(WS-BREAKDOWN-IX)
                   TO WS-BREAKDOWN-KEY
               MOVE WS-CURRENCY-TOTAL(WS-BREAKDOWN-IX)
                   TO WS-LINE-TOTAL
               MOVE WS-CURRENCY-STP(WS-BREAKDOWN-IX) TO WS-LINE-STP
               PERFORM PRINT-BREAKDOWN-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE '  BY UNIT           FINAL     STP    RATE'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BREAKDOWN-IX FROM 1 BY 1
                   UNTIL WS-BREAKDOWN-IX > WS-UNIT-USED
               MOVE WS-UNIT-KEY(WS-BREAKDOWN-IX) TO WS-BREAKDOWN-KEY
               MOVE WS-UNIT-TOTAL(WS-BREAKDOWN-IX) TO WS-LINE-TOTAL
               MOVE WS-UNIT-STP(WS-BREAKDOWN-IX) TO WS-LINE-STP
               PERFORM PRINT-BREAKDOWN-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE '  TOP REASONS FOR MANUAL TOUCH           PAYMENTS'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 7
               PERFORM PRINT-NEXT-TOP-REASON
           END-PERFORM.

       PRINT-BREAKDOWN-LINE.
           MOVE 0 TO WS-RATE
           IF WS-LINE-TOTAL > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-LINE-STP * 100 / WS-LINE-TOTAL
           END-IF
           MOVE WS-LINE-TOTAL TO WS-EDIT-TOTAL
           MOVE WS-LINE-STP TO WS-EDIT-STP
           MOVE WS-RATE TO WS-EDIT-RATE
           STRING '  ' WS-BREAKDOWN-KEY '     ' WS-EDIT-TOTAL ' '
               WS-EDIT-STP ' ' WS-EDIT-RATE '%'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-NEXT-TOP-REASON.
      *> Highest remaining count first; reasons nobody hit are left
      *> off the list.
           MOVE 0 TO WS-TOP-IX WS-TOP-COUNT
           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > 7
               IF WS-REASON-LISTED(WS-REASON-IX) = 'N'
                   AND WS-REASON-COUNT(WS-REASON-IX) > WS-TOP-COUNT
                   MOVE WS-REASON-IX TO WS-TOP-IX
                   MOVE WS-REASON-COUNT(WS-REASON-IX) TO WS-TOP-COUNT
               END-IF
           END-PERFORM
           IF WS-TOP-IX > 0
               MOVE 'Y' TO WS-REASON-LISTED(WS-TOP-IX)
               MOVE WS-TOP-COUNT TO WS-EDIT-TOUCHED
               STRING '  ' WS-RANK '. ' WS-REASON-TEXT(WS-TOP-IX)
                   WS-EDIT-TOUCHED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
