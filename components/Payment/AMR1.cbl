       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The month's AML alert figures, one line per scenario, for
      *> the money-laundering reporting officer's monthly return.
           SELECT AMR1-PRINT-FILE ASSIGN TO AMR1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layout
       COPY AMC1SQL.

       FILE SECTION.
       FD  AMR1-PRINT-FILE.
       01  AMR1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AMC1REC.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Print control - page headings with report name, month and
      *> page number, and a totals line.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT                   PIC Z(12)9.99.

       01  WS-PARM-CARD.
           05  WS-PARM-REPORT-MONTH         PIC X(7).
           05  WS-PARM-USER-ID              PIC X(8).

      *> First day of the report month and of the following month -
      *> the month's events are selected as a half-open date range,
      *> the same idiom ACX1 uses.
       01  WS-MONTH-START                   PIC X(10).
       01  WS-MONTH-END                     PIC X(10).
       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).

       01  WS-SCENARIO-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-SCENARIOS-DONE            VALUE 'Y'.
       01  WS-SCENARIO-NAME                 PIC X(30).

      *> One scenario's figures for the month
       01  WS-RAISED-COUNT                  PIC S9(9) COMP.
       01  WS-ESCALATED-COUNT               PIC S9(9) COMP.
       01  WS-CLOSED-COUNT                  PIC S9(9) COMP.
       01  WS-OPEN-COUNT                    PIC S9(9) COMP.
       01  WS-RAISED-AMOUNT                 PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-RAISED                  PIC 9(7) VALUE 0.
       01  WS-TOTAL-ESCALATED               PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLOSED                  PIC 9(7) VALUE 0.
       01  WS-TOTAL-OPEN                    PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT                  PIC S9(13)V99 COMP-3
                                            VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every scenario with a case on file, counted for the month:
      *> cases raised, escalated and closed in it, and cases left
      *> open (not closed by) its last day.
       EXEC SQL
           DECLARE SCENARIO-CURSOR CURSOR FOR
               SELECT SCENARIO_CODE,
                      SUM(CASE WHEN RAISED_DATE >= :WS-MONTH-START
                                AND RAISED_DATE < :WS-MONTH-END
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN ESCALATE_DATE >= :WS-MONTH-START
                                AND ESCALATE_DATE < :WS-MONTH-END
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CLOSE_DATE >= :WS-MONTH-START
                                AND CLOSE_DATE < :WS-MONTH-END
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RAISED_DATE < :WS-MONTH-END
                                AND (ALERT_STATUS <> 'C'
                                     OR CLOSE_DATE >= :WS-MONTH-END)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RAISED_DATE >= :WS-MONTH-START
                                AND RAISED_DATE < :WS-MONTH-END
                               THEN ALERT_AMOUNT ELSE 0 END)
               FROM AMC1
               GROUP BY SCENARIO_CODE
               ORDER BY SCENARIO_CODE
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Monthly AML alert return - for each AMS1 scenario, how many
      *> cases were raised, escalated to the reporting officer and
      *> closed in the month, and how many were still being worked
      *> at its end.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT AMR1-PRINT-FILE
           PERFORM REPORT-SCENARIOS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE AMR1-PRINT-FILE
           DISPLAY "AMR1 AML alert return for " WS-PARM-REPORT-MONTH
               " - raised " WS-TOTAL-RAISED ", escalated "
               WS-TOTAL-ESCALATED ", closed " WS-TOTAL-CLOSED
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Month to report comes in on a parm card as YYYY-MM, same
      *> idiom as ACX1 - blank defaults to the month before the
      *> current one.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                   INTO WS-PARM-REPORT-MONTH
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           STRING WS-PARM-REPORT-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE WS-PARM-REPORT-MONTH(1:4) TO WS-YEAR
           MOVE WS-PARM-REPORT-MONTH(6:2) TO WS-MONTH
           IF WS-MONTH = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-END.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'AMR1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "AMR1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'AMR1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'AMR1' TO RUN-PROGRAM
           MOVE WS-MONTH-START TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-TOTAL-RAISED TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REPORT-SCENARIOS.
           MOVE 'SCENARIO' TO WS-PRINT-LINE(1:8)
           MOVE 'RAISED  ESCALATED' TO WS-PRINT-LINE(39:17)
           MOVE 'CLOSED  OPEN AT END      VALUE RAISED'
               TO WS-PRINT-LINE(60:37)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-SCENARIO-SWITCH
           EXEC SQL
               OPEN SCENARIO-CURSOR
           END-EXEC
           PERFORM UNTIL WS-SCENARIOS-DONE
               EXEC SQL
                   FETCH SCENARIO-CURSOR
                   INTO :AMC1-REC.SCENARIO-CODE,
                        :WS-RAISED-COUNT, :WS-ESCALATED-COUNT,
                        :WS-CLOSED-COUNT, :WS-OPEN-COUNT,
                        :WS-RAISED-AMOUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-SCENARIOS-DONE TO TRUE
               ELSE
                   PERFORM PRINT-SCENARIO-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE SCENARIO-CURSOR
           END-EXEC.

       PRINT-SCENARIO-LINE.
           EVALUATE SCENARIO-CODE OF AMC1-REC
               WHEN 'STRC'
                   MOVE 'STRUCTURING UNDER THRESHOLD'
                       TO WS-SCENARIO-NAME
               WHEN 'PTHR'
                   MOVE 'CREDIT PASSED STRAIGHT THROUGH'
                       TO WS-SCENARIO-NAME
               WHEN 'DORM'
                   MOVE 'DORMANT CUSTOMER MOVING SUMS'
                       TO WS-SCENARIO-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN SCENARIO' TO WS-SCENARIO-NAME
           END-EVALUATE
           MOVE SCENARIO-CODE OF AMC1-REC TO WS-PRINT-LINE(1:4)
           MOVE WS-SCENARIO-NAME TO WS-PRINT-LINE(6:30)
           MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(37:7)
           MOVE WS-ESCALATED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(49:7)
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(59:7)
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(71:7)
           MOVE WS-RAISED-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(80:16)
           PERFORM WRITE-REPORT-LINE
           ADD WS-RAISED-COUNT TO WS-TOTAL-RAISED
           ADD WS-ESCALATED-COUNT TO WS-TOTAL-ESCALATED
           ADD WS-CLOSED-COUNT TO WS-TOTAL-CLOSED
           ADD WS-OPEN-COUNT TO WS-TOTAL-OPEN
           ADD WS-RAISED-AMOUNT TO WS-TOTAL-AMOUNT.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE AMR1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO AMR1-PRINT-RECORD
           STRING 'AMR1  AML ALERT RETURN BY SCENARIO - MONTH '
               WS-PARM-REPORT-MONTH
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO AMR1-PRINT-RECORD
           WRITE AMR1-PRINT-RECORD
           MOVE SPACES TO AMR1-PRINT-RECORD
           WRITE AMR1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'ALL SCENARIOS' TO WS-PRINT-LINE(6:30)
           MOVE WS-TOTAL-RAISED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(37:7)
           MOVE WS-TOTAL-ESCALATED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(49:7)
           MOVE WS-TOTAL-CLOSED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(59:7)
           MOVE WS-TOTAL-OPEN TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(71:7)
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(80:16)
           PERFORM WRITE-REPORT-LINE.
