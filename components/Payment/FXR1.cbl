       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FXR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Treasury's copy goes to a proper print file, the same as
      *> the RCN1/RCN2 reports.
           SELECT FXR1-PRINT-FILE ASSIGN TO FXR1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY FXC1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  FXR1-PRINT-FILE.
       01  FXR1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY FXC1REC.
       COPY BDR1REC.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before anything runs.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals line.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-BPS                      PIC ZZZ9.99.
       01  WS-EDIT-AMT1                     PIC -(11)9.99.
       01  WS-EDIT-AMT2                     PIC -(11)9.99.
       01  WS-EDIT-AMT3                     PIC -(11)9.99.

      *> One line per currency pair and CTF1 tier charged on the day.
       01  WS-GROUP-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-GROUPS-DONE               VALUE 'Y'.
       01  WS-GROUP-COUNT                   PIC S9(9) COMP.
       01  WS-GROUP-MID-TOTAL               PIC S9(11)V99 COMP-3.
       01  WS-GROUP-CHARGED-TOTAL           PIC S9(11)V99 COMP-3.
       01  WS-GROUP-MARGIN-TOTAL            PIC S9(11)V99 COMP-3.
       01  WS-AVERAGE-BPS                   PIC S9(4)V99 COMP-3.

       01  WS-PAYMENT-COUNT                 PIC 9(7) VALUE 0.
       01  WS-LINE-TOTAL-COUNT              PIC 9(7) VALUE 0.
       01  WS-MARGIN-TOTAL                  PIC S9(11)V99 COMP-3
           VALUE 0.
       01  WS-MID-TOTAL                     PIC S9(11)V99 COMP-3
           VALUE 0.
       01  WS-UNPOSTED-COUNT                PIC S9(9) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The day's FXC1 charges summed by pair and tier - the margin
      *> is taken as an amount, the effective bps worked back from it
      *> so a tier whose grid changed in the day still reads true.
       EXEC SQL
           DECLARE FX-MARGIN-GROUP-CURSOR CURSOR FOR
               SELECT FROM_CURRENCY, TO_CURRENCY, CUSTOMER_TIER,
                      COUNT(*), SUM(MID_AMOUNT),
                      SUM(CHARGED_AMOUNT), SUM(MARGIN_AMOUNT)
               FROM FXC1
               WHERE CHARGE_DATE = :WS-PARM-RUN-DATE
               GROUP BY FROM_CURRENCY, TO_CURRENCY, CUSTOMER_TIER
               ORDER BY FROM_CURRENCY, TO_CURRENCY, CUSTOMER_TIER
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Daily FX margin report for Treasury - what the FXM1 grid
      *> earned on the day's cross-currency payments, by currency
      *> pair and customer tier, off the charges PAM2 booked on FXC1.
      *> Runs after GLX1 so the count of margins still waiting for
      *> the GL is the night's true position.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT FXR1-PRINT-FILE
           MOVE 'PAIR     TIER  COUNT' TO WS-PRINT-LINE(1:20)
           MOVE 'MID AMOUNT' TO WS-PRINT-LINE(28:10)
           MOVE 'CHARGED AMOUNT' TO WS-PRINT-LINE(41:14)
           MOVE 'MARGIN AMOUNT' TO WS-PRINT-LINE(59:13)
           MOVE 'AVG BPS' TO WS-PRINT-LINE(74:7)
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-MARGIN-GROUPS
           PERFORM COUNT-UNPOSTED-MARGINS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE FXR1-PRINT-FILE
           DISPLAY "FXR1 FX margin report written for "
               WS-PARM-RUN-DATE
           PERFORM REGISTER-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           ELSE
               DISPLAY "FXR1: run date " WS-PARM-RUN-DATE
                   " overridden by parm card"
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'FXR1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "FXR1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       READ-BUSINESS-DATE.
      *> One source of truth for "what day is it" - the BDR1
      *> register EOD1 advances each night. An empty register falls
      *> back to today's calendar date.
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

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'FXR1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'FXR1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-PAYMENT-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REPORT-MARGIN-GROUPS.
           MOVE 'N' TO WS-GROUP-SWITCH
           EXEC SQL
               OPEN FX-MARGIN-GROUP-CURSOR
           END-EXEC
           PERFORM UNTIL WS-GROUPS-DONE
               EXEC SQL
                   FETCH FX-MARGIN-GROUP-CURSOR
                   INTO :FXC1-REC.FROM-CURRENCY,
                        :FXC1-REC.TO-CURRENCY,
                        :FXC1-REC.CUSTOMER-TIER,
                        :WS-GROUP-COUNT, :WS-GROUP-MID-TOTAL,
                        :WS-GROUP-CHARGED-TOTAL,
                        :WS-GROUP-MARGIN-TOTAL
               END-EXEC
               IF SQLCODE = 100
                   SET WS-GROUPS-DONE TO TRUE
               ELSE
                   PERFORM REPORT-ONE-MARGIN-GROUP
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FX-MARGIN-GROUP-CURSOR
           END-EXEC.

       REPORT-ONE-MARGIN-GROUP.
           ADD 1 TO WS-LINE-TOTAL-COUNT
           ADD WS-GROUP-COUNT TO WS-PAYMENT-COUNT
           ADD WS-GROUP-MARGIN-TOTAL TO WS-MARGIN-TOTAL
           ADD WS-GROUP-MID-TOTAL TO WS-MID-TOTAL
           MOVE 0 TO WS-AVERAGE-BPS
           IF WS-GROUP-MID-TOTAL NOT = 0
               COMPUTE WS-AVERAGE-BPS ROUNDED =
                   WS-GROUP-MARGIN-TOTAL * 10000 / WS-GROUP-MID-TOTAL
           END-IF
           IF WS-AVERAGE-BPS < 0
               COMPUTE WS-AVERAGE-BPS = 0 - WS-AVERAGE-BPS
           END-IF
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
           MOVE WS-GROUP-MID-TOTAL TO WS-EDIT-AMT1
           MOVE WS-GROUP-CHARGED-TOTAL TO WS-EDIT-AMT2
           MOVE WS-GROUP-MARGIN-TOTAL TO WS-EDIT-AMT3
           MOVE WS-AVERAGE-BPS TO WS-EDIT-BPS
           STRING FROM-CURRENCY OF FXC1-REC '/'
               TO-CURRENCY OF FXC1-REC '  '
               CUSTOMER-TIER OF FXC1-REC '   '
               WS-EDIT-COUNT '  ' WS-EDIT-AMT1 '  ' WS-EDIT-AMT2
               '  ' WS-EDIT-AMT3 '  ' WS-EDIT-BPS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       COUNT-UNPOSTED-MARGINS.
           MOVE 0 TO WS-UNPOSTED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-UNPOSTED-COUNT
               FROM FXC1
               WHERE POSTED_FLAG = 'N'
                 AND MARGIN_AMOUNT <> 0
                 AND CHARGE_DATE <= :WS-PARM-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-UNPOSTED-COUNT
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE FXR1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO FXR1-PRINT-RECORD
           STRING 'FXR1  FX MARGIN BY CURRENCY PAIR AND TIER'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO FXR1-PRINT-RECORD
           WRITE FXR1-PRINT-RECORD
           MOVE SPACES TO FXR1-PRINT-RECORD
           WRITE FXR1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LINE-TOTAL-COUNT TO WS-EDIT-COUNT
           STRING 'PAIR/TIER LINES:                     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PAYMENT-COUNT TO WS-EDIT-COUNT
           STRING 'CROSS-CURRENCY PAYMENTS CHARGED:     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MID-TOTAL TO WS-EDIT-AMT1
           STRING 'TOTAL CONVERTED AT MID:       '
               WS-EDIT-AMT1
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MARGIN-TOTAL TO WS-EDIT-AMT3
           STRING 'TOTAL FX MARGIN EARNED:       '
               WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNPOSTED-COUNT TO WS-EDIT-COUNT
           STRING 'MARGINS AWAITING GL POSTING:         '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
