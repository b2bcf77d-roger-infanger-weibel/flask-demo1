       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KYW1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The day's KYC review worklist - every active customer whose
      *> periodic review is overdue or falls due soon, for the
      *> reviewers to work and record through KYM1.
           SELECT KYW1-PRINT-FILE ASSIGN TO KYW1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY CRR1SQL.
       COPY KYR1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  KYW1-PRINT-FILE.
       01  KYW1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1REC.
       COPY CRR1REC.
       COPY KYR1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Due dates are worked out and kept in one place - a customer
      *> never scheduled, or re-rated since, is (re)scheduled
      *> through KYM1.
       COPY KYM1.
       01  KYM1-PGM                         PIC X(8) VALUE 'KYM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

      *> Reviews falling due within KYC-LOOKAHEAD-DAYS of the run
      *> date (CFG1, default thirty) are listed ahead of time, so a
      *> reviewer can clear them before they go overdue.
       01  WS-LOOKAHEAD-PARM                PIC X(20)
           VALUE 'KYC-LOOKAHEAD-DAYS'.
       01  WS-LOOKAHEAD-DAYS                PIC S9(5) COMP.
       01  WS-LOOKAHEAD-DATE                PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.

       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.
       01  WS-CURRENT-RATING                PIC X(1).
       01  WS-WORK-STATE                    PIC X(12).

       01  WS-CUSTOMER-COUNT                PIC 9(7) VALUE 0.
       01  WS-SCHEDULED-COUNT               PIC 9(7) VALUE 0.
       01  WS-DUE-SOON-COUNT                PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-BLOCKED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The active book with each customer's rating and review
      *> cycle - a customer with no KYR1 row comes back with a blank
      *> due rating and is scheduled below.
       EXEC SQL
           DECLARE REVIEW-CURSOR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.CUSTOMER_NAME,
                      COALESCE(R.RISK_RATING, 'M'),
                      COALESCE(K.DUE_RATING, ' '),
                      COALESCE(K.LAST_REVIEW_DATE, DATE('0001-01-01')),
                      COALESCE(K.LAST_OUTCOME, ' '),
                      COALESCE(K.NEXT_DUE_DATE, DATE('0001-01-01')),
                      COALESCE(K.BLOCK_DATE, DATE('0001-01-01'))
               FROM CAD1 C
               LEFT OUTER JOIN CRR1 R
                   ON R.CUSTOMER_ID = C.CUSTOMER_ID
               LEFT OUTER JOIN KYR1 K
                   ON K.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE C.CUSTOMER_STATUS_CODE = 'A'
               ORDER BY C.CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Daily periodic KYC review worklist. Each active customer's
      *> next review falls due a policy number of years after the
      *> last completed one, by risk rating; the list shows every
      *> review overdue, blocked (overdue past the grace period -
      *> PAM2 is refusing the customer's new payments), or due
      *> inside the look-ahead.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT KYW1-PRINT-FILE
           PERFORM BUILD-WORKLIST
           PERFORM PRINT-FINAL-TOTALS
           CLOSE KYW1-PRINT-FILE
           DISPLAY "KYW1 KYC review worklist for " WS-PARM-RUN-DATE
               " - overdue " WS-OVERDUE-COUNT ", blocked "
               WS-BLOCKED-COUNT ", due soon " WS-DUE-SOON-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           MOVE 30 TO WS-LOOKAHEAD-DAYS
           MOVE WS-LOOKAHEAD-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-LOOKAHEAD-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + WS-LOOKAHEAD-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-LOOKAHEAD-DATE.

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

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'KYW1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "KYW1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'KYW1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'KYW1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 4 tells operations there are overdue reviews on the
      *> list; RC 8 that a customer could not be scheduled.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-CUSTOMER-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-OVERDUE-COUNT > 0 OR WS-BLOCKED-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       BUILD-WORKLIST.
           MOVE 'CUSTOMER   NAME' TO WS-PRINT-LINE(1:15)
           MOVE 'RATING  LAST REVIEW  OUTCOME  DUE DATE    BLOCK FROM'
               TO WS-PRINT-LINE(43:52)
           MOVE 'STATE' TO WS-PRINT-LINE(99:5)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           EXEC SQL
               OPEN REVIEW-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH REVIEW-CURSOR
                   INTO :CAD1-REC.CUSTOMER-ID,
                        :CAD1-REC.CUSTOMER-NAME,
                        :WS-CURRENT-RATING,
                        :KYR1-REC.DUE-RATING,
                        :KYR1-REC.LAST-REVIEW-DATE,
                        :KYR1-REC.LAST-OUTCOME,
                        :KYR1-REC.NEXT-DUE-DATE,
                        :KYR1-REC.BLOCK-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   PERFORM CHECK-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE REVIEW-CURSOR
           END-EXEC.

       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           IF DUE-RATING OF KYR1-REC NOT = WS-CURRENT-RATING
               PERFORM RESCHEDULE-CUSTOMER
           END-IF
           EVALUATE TRUE
               WHEN NEXT-DUE-DATE OF KYR1-REC = '0001-01-01'
                   CONTINUE
               WHEN BLOCK-DATE OF KYR1-REC NOT > WS-PARM-RUN-DATE
                   ADD 1 TO WS-BLOCKED-COUNT
                   MOVE 'BLOCKED' TO WS-WORK-STATE
                   PERFORM PRINT-WORKLIST-LINE
               WHEN NEXT-DUE-DATE OF KYR1-REC < WS-PARM-RUN-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'OVERDUE' TO WS-WORK-STATE
                   PERFORM PRINT-WORKLIST-LINE
               WHEN NEXT-DUE-DATE OF KYR1-REC NOT > WS-LOOKAHEAD-DATE
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE 'DUE' TO WS-WORK-STATE
                   PERFORM PRINT-WORKLIST-LINE
           END-EVALUATE.

       RESCHEDULE-CUSTOMER.
      *> First sight of the customer, or the rating has moved since
      *> the due date was worked out - KYM1 works it out afresh from
      *> the last review at the rating that stands today.
           MOVE SPACES TO KYM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF KYM1-COMM-AREA
           MOVE 'KYW1' TO MAIN-NAME OF KYM1-COMM-AREA
           MOVE CUSTOMER-ID OF CAD1-REC TO CUSTOMER-ID OF KYM1-COMM-AREA
           MOVE 'S' TO ACTION-CODE OF KYM1-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF KYM1-COMM-AREA
           CALL KYM1-PGM USING KYM1-COMM-AREA
           IF REVIEW-STATUS OF KYM1-COMM-AREA = 'S'
               ADD 1 TO WS-SCHEDULED-COUNT
               MOVE WS-CURRENT-RATING TO DUE-RATING OF KYR1-REC
               MOVE NEXT-DUE-DATE OF KYM1-COMM-AREA
                   TO NEXT-DUE-DATE OF KYR1-REC
               MOVE BLOCK-DATE OF KYM1-COMM-AREA
                   TO BLOCK-DATE OF KYR1-REC
               IF LAST-OUTCOME OF KYR1-REC = SPACE
                   MOVE 'O' TO LAST-OUTCOME OF KYR1-REC
                   EXEC SQL
                       SELECT LAST_REVIEW_DATE
                       INTO :KYR1-REC.LAST-REVIEW-DATE
                       FROM KYR1
                       WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                   END-EXEC
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "KYW1: " CUSTOMER-ID OF CAD1-REC
                   " not scheduled: " ERROR-MESSAGE OF KYM1-COMM-AREA
           END-IF.

       PRINT-WORKLIST-LINE.
           MOVE CUSTOMER-ID OF CAD1-REC TO WS-PRINT-LINE(1:10)
           MOVE CUSTOMER-NAME OF CAD1-REC TO WS-PRINT-LINE(12:30)
           MOVE WS-CURRENT-RATING TO WS-PRINT-LINE(45:1)
           MOVE LAST-REVIEW-DATE OF KYR1-REC TO WS-PRINT-LINE(51:10)
           EVALUATE LAST-OUTCOME OF KYR1-REC
               WHEN 'P'
                   MOVE 'PASSED' TO WS-PRINT-LINE(64:7)
               WHEN 'F'
                   MOVE 'FAILED' TO WS-PRINT-LINE(64:7)
               WHEN OTHER
                   MOVE 'ONBOARD' TO WS-PRINT-LINE(64:7)
           END-EVALUATE
           MOVE NEXT-DUE-DATE OF KYR1-REC TO WS-PRINT-LINE(73:10)
           MOVE BLOCK-DATE OF KYR1-REC TO WS-PRINT-LINE(85:10)
           MOVE WS-WORK-STATE TO WS-PRINT-LINE(99:12)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE KYW1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO KYW1-PRINT-RECORD
           STRING 'KYW1  KYC PERIODIC REVIEW WORKLIST'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   DUE BY ' WS-LOOKAHEAD-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO KYW1-PRINT-RECORD
           WRITE KYW1-PRINT-RECORD
           MOVE SPACES TO KYW1-PRINT-RECORD
           WRITE KYW1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-CUSTOMER-COUNT TO WS-EDIT-COUNT
           STRING 'ACTIVE CUSTOMERS CHECKED:            '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SCHEDULED-COUNT TO WS-EDIT-COUNT
           STRING 'SCHEDULED OR RE-RATED THIS RUN:      '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BLOCKED-COUNT TO WS-EDIT-COUNT
           STRING 'OVERDUE PAST GRACE - BLOCKED:        '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           STRING 'OVERDUE WITHIN GRACE:                '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DUE-SOON-COUNT TO WS-EDIT-COUNT
           STRING 'DUE WITHIN THE LOOK-AHEAD:           '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMERS NOT SCHEDULED:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
