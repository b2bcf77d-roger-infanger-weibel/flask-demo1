       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DQS1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Failure counts per rule and operating unit, against the
      *> previous week's run.
           SELECT DQS1-PRINT-FILE ASSIGN TO DQS1RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *> Every failing customer with the rules they fail, for the
      *> desk to work down.
           SELECT DQS1-EXTRACT-FILE ASSIGN TO DQS1EXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY CCT1SQL.
       COPY CRR1SQL.
       COPY DQH1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  DQS1-PRINT-FILE.
       01  DQS1-PRINT-RECORD                PIC X(132).

       FD  DQS1-EXTRACT-FILE.
       COPY DQS1REC.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1REC.
       COPY DQH1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Shared postal-format validation
       COPY ADV1.
       01  ADV1-PGM                         PIC X(8) VALUE 'ADV1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(1).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-EXTRACT-STATUS                PIC X(2).
       01  WS-RUN-DATE                      PIC X(10).
       01  WS-PRIOR-DATE                    PIC X(10).

      *> The rules, in report order - each can be switched off with
      *> a CFG1 row 'DQ-RULE-' plus its code set to 'N', so a rule
      *> the business stops caring about drops out without a code
      *> change.
       01  WS-RULE-CODE-LIST                PIC X(20)
           VALUE 'CONTRATEUNITADDRNAME'.
       01  WS-RULE-CODES REDEFINES WS-RULE-CODE-LIST.
           05  WS-RULE-CODE                 PIC X(4) OCCURS 5 TIMES.
       01  WS-RULE-TEXT-LIST.
           05  FILLER                       PIC X(30)
               VALUE 'NO CONTACT PREFERENCE (CCT1)'.
           05  FILLER                       PIC X(30)
               VALUE 'NO RISK RATING (CRR1)'.
           05  FILLER                       PIC X(30)
               VALUE 'BLANK OPERATING UNIT'.
           05  FILLER                       PIC X(30)
               VALUE 'ADDRESS FAILS ADV1'.
           05  FILLER                       PIC X(30)
               VALUE 'PLACEHOLDER NAME'.
       01  WS-RULE-TEXTS REDEFINES WS-RULE-TEXT-LIST.
           05  WS-RULE-TEXT                 PIC X(30) OCCURS 5 TIMES.
       01  WS-RULE-IX                       PIC 9(4).
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 5 TIMES.
               10  WS-RULE-ACTIVE           PIC X(1).
               10  WS-RULE-FAILED           PIC X(1).
               10  WS-UNIT-FAIL-COUNT       PIC 9(7).
               10  WS-TOTAL-FAIL-COUNT      PIC 9(7).

      *> Words that mark a name as a placeholder rather than a
      *> customer's real name - CFG1 'DQ-PLACEHOLDER-1' to '-5'
      *> replace the defaults set here slot by slot.
       01  WS-PLACEHOLDER-LIST.
           05  FILLER                       PIC X(20) VALUE 'TEST'.
           05  FILLER                       PIC X(20) VALUE 'UNKNOWN'.
           05  FILLER                       PIC X(20) VALUE 'DUMMY'.
           05  FILLER                       PIC X(20) VALUE 'XXX'.
           05  FILLER                       PIC X(20) VALUE 'TBA'.
       01  WS-PLACEHOLDERS REDEFINES WS-PLACEHOLDER-LIST.
           05  WS-PLACEHOLDER               PIC X(20) OCCURS 5 TIMES.
       01  WS-PLACEHOLDER-IX                PIC 9(4).
       01  WS-PLACEHOLDER-LENGTH            PIC S9(4) COMP.
       01  WS-PLACEHOLDER-HITS              PIC S9(4) COMP.
       01  WS-UPPER-NAME                    PIC X(30).
       01  WS-NAME-LENGTH                   PIC S9(4) COMP.

       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.
       01  WS-PREV-UNIT                     PIC X(4).
       01  WS-FIRST-CUSTOMER-SWITCH         PIC X(1) VALUE 'Y'.
           88  WS-FIRST-CUSTOMER            VALUE 'Y'.
       01  WS-CONTACT-COUNT                 PIC S9(9) COMP.
       01  WS-RATING-COUNT                  PIC S9(9) COMP.
       01  WS-CUSTOMER-FAILED-COUNT         PIC 9(1).

       01  WS-UNIT-CUSTOMER-COUNT           PIC 9(7) VALUE 0.
       01  WS-SCORED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-FAILING-CUSTOMER-COUNT        PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

      *> Values for one scorecard line - unit, rule, this week's
      *> counts and last week's failures.
       01  WS-LINE-UNIT                     PIC X(4).
       01  WS-LINE-CUSTOMERS                PIC 9(7).
       01  WS-LINE-FAILS                    PIC 9(7).
       01  WS-PRIOR-FAILS                   PIC S9(9) COMP.
       01  WS-PRIOR-FOUND-SWITCH            PIC X(1).
           88  WS-PRIOR-FOUND               VALUE 'Y'.
       01  WS-FAIL-CHANGE                   PIC S9(9) COMP.

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-CHANGE                   PIC -(6)9.
       01  WS-EDIT-PERCENT                  PIC ZZ9.9.
       01  WS-FAIL-PERCENT                  PIC S9(3)V9 COMP-3.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every active customer, unit by unit - the scorecard breaks
      *> on the unit.
       EXEC SQL
           DECLARE SCORE-CUSTOMER-CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME, CUSTOMER_ADDRESS,
                      OPERATING_UNIT
               FROM CAD1
               WHERE CUSTOMER_STATUS_CODE = 'A'
               ORDER BY OPERATING_UNIT, CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Weekly customer master data-quality scorecard. RIS1 proves
      *> the keys hang together; this measures whether the record
      *> is usable - every active customer is scored against the
      *> completeness and validity rules, the failures are counted
      *> per rule and operating unit beside last week's figures,
      *> and each failing customer goes on the remediation extract
      *> with the rules they fail.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM READ-RULE-SETTINGS
           PERFORM FIND-PRIOR-RUN
           PERFORM CLEAR-THIS-RUN
           OPEN OUTPUT DQS1-PRINT-FILE
           OPEN OUTPUT DQS1-EXTRACT-FILE
           PERFORM SCORE-ALL-CUSTOMERS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE DQS1-PRINT-FILE
           CLOSE DQS1-EXTRACT-FILE
           DISPLAY "DQS1 data-quality scorecard for " WS-RUN-DATE
               " - scored " WS-SCORED-COUNT
               ", failing " WS-FAILING-CUSTOMER-COUNT
               ", errors " WS-ERROR-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date on the parm card keys the week's results - blank
      *> takes the business date.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM READ-BUSINESS-DATE
           IF WS-PARM-RUN-DATE NOT = SPACES
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF.

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
           MOVE 'DQS1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "DQS1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'DQS1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'DQS1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 8 tells operations a week's results were not kept, so
      *> next week's trend will be short.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-SCORED-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       READ-RULE-SETTINGS.
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 5
               MOVE 'Y' TO WS-RULE-ACTIVE(WS-RULE-IX)
               MOVE 0 TO WS-TOTAL-FAIL-COUNT(WS-RULE-IX)
               MOVE SPACES TO PARM-NAME OF CFG1-REC
               STRING 'DQ-RULE-' WS-RULE-CODE(WS-RULE-IX)
                   DELIMITED BY SIZE INTO PARM-NAME OF CFG1-REC
               PERFORM READ-CONFIG-VALUE
               IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC(1:1) = 'N'
                   MOVE 'N' TO WS-RULE-ACTIVE(WS-RULE-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PLACEHOLDER-IX FROM 1 BY 1
                   UNTIL WS-PLACEHOLDER-IX > 5
               MOVE SPACES TO PARM-NAME OF CFG1-REC
               STRING 'DQ-PLACEHOLDER-' WS-PLACEHOLDER-IX(4:1)
                   DELIMITED BY SIZE INTO PARM-NAME OF CFG1-REC
               PERFORM READ-CONFIG-VALUE
               IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(PARM-VALUE OF CFG1-REC)
                       TO WS-PLACEHOLDER(WS-PLACEHOLDER-IX)
               END-IF
           END-PERFORM.

       READ-CONFIG-VALUE.
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC.

       FIND-PRIOR-RUN.
      *> Last week's figures are the newest run before this one -
      *> no earlier run leaves the trend columns blank.
           MOVE SPACES TO WS-PRIOR-DATE
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(RUN_DATE)), ' ')
               INTO :WS-PRIOR-DATE
               FROM DQH1
               WHERE RUN_DATE < :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-PRIOR-DATE
           END-IF.

       CLEAR-THIS-RUN.
      *> A re-run for the same date replaces its results rather
      *> than doubling them.
           EXEC SQL
               DELETE FROM DQH1
               WHERE RUN_DATE = :WS-RUN-DATE
           END-EXEC.

       SCORE-ALL-CUSTOMERS.
           MOVE 'DATA-QUALITY SCORECARD' TO WS-PRINT-LINE(1:22)
           PERFORM WRITE-REPORT-LINE
           IF WS-PRIOR-DATE = SPACES
               MOVE 'NO EARLIER RUN - TREND NOT AVAILABLE'
                   TO WS-PRINT-LINE
           ELSE
               STRING 'COMPARED WITH RUN OF ' WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'UNIT RULE DESCRIPTION' TO WS-PRINT-LINE(1:21)
           MOVE 'CUSTOMERS  FAILING   PCT    PRIOR   CHANGE'
               TO WS-PRINT-LINE(42:42)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           EXEC SQL
               OPEN SCORE-CUSTOMER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH SCORE-CUSTOMER-CURSOR
                   INTO :CAD1-REC.CUSTOMER-ID,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS,
                        :CAD1-REC.OPERATING-UNIT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   PERFORM SCORE-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE SCORE-CUSTOMER-CURSOR
           END-EXEC
           IF NOT WS-FIRST-CUSTOMER
               PERFORM CLOSE-UNIT
           END-IF.

       SCORE-ONE-CUSTOMER.
      *> Control break on unit - the cursor clusters each unit's
      *> customers, so the unit's lines print the moment the next
      *> unit starts.
           IF WS-FIRST-CUSTOMER
               PERFORM OPEN-UNIT
           ELSE
               IF OPERATING-UNIT OF CAD1-REC NOT = WS-PREV-UNIT
                   PERFORM CLOSE-UNIT
                   PERFORM OPEN-UNIT
               END-IF
           END-IF
           ADD 1 TO WS-SCORED-COUNT
           ADD 1 TO WS-UNIT-CUSTOMER-COUNT
           MOVE 0 TO WS-CUSTOMER-FAILED-COUNT
           MOVE SPACES TO DQS1-FAILED-RULES
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 5
               MOVE 'N' TO WS-RULE-FAILED(WS-RULE-IX)
               IF WS-RULE-ACTIVE(WS-RULE-IX) = 'Y'
                   PERFORM APPLY-ONE-RULE
               END-IF
               IF WS-RULE-FAILED(WS-RULE-IX) = 'Y'
                   ADD 1 TO WS-UNIT-FAIL-COUNT(WS-RULE-IX)
                   ADD 1 TO WS-TOTAL-FAIL-COUNT(WS-RULE-IX)
                   ADD 1 TO WS-CUSTOMER-FAILED-COUNT
                   MOVE WS-RULE-CODE(WS-RULE-IX)
                       TO DQS1-FAILED-RULE(WS-CUSTOMER-FAILED-COUNT)
               END-IF
           END-PERFORM
           IF WS-CUSTOMER-FAILED-COUNT > 0
               PERFORM WRITE-REMEDIATION-ROW
           END-IF.

       OPEN-UNIT.
           MOVE 'N' TO WS-FIRST-CUSTOMER-SWITCH
           MOVE OPERATING-UNIT OF CAD1-REC TO WS-PREV-UNIT
           MOVE 0 TO WS-UNIT-CUSTOMER-COUNT
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 5
               MOVE 0 TO WS-UNIT-FAIL-COUNT(WS-RULE-IX)
           END-PERFORM.

       CLOSE-UNIT.
           MOVE WS-PREV-UNIT TO WS-LINE-UNIT
           MOVE WS-UNIT-CUSTOMER-COUNT TO WS-LINE-CUSTOMERS
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 5
               IF WS-RULE-ACTIVE(WS-RULE-IX) = 'Y'
                   MOVE WS-UNIT-FAIL-COUNT(WS-RULE-IX)
                       TO WS-LINE-FAILS
                   PERFORM PRINT-SCORE-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       APPLY-ONE-RULE.
           EVALUATE WS-RULE-CODE(WS-RULE-IX)
               WHEN 'CONT'
                   PERFORM CHECK-CONTACT-PREFERENCE
               WHEN 'RATE'
                   PERFORM CHECK-RISK-RATING
               WHEN 'UNIT'
                   IF OPERATING-UNIT OF CAD1-REC = SPACES
                       MOVE 'Y' TO WS-RULE-FAILED(WS-RULE-IX)
                   END-IF
               WHEN 'ADDR'
                   MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADV1-ADDRESS
                   CALL ADV1-PGM USING ADV1-COMM-AREA
                   IF NOT ADV1-ADDRESS-VALID
                       MOVE 'Y' TO WS-RULE-FAILED(WS-RULE-IX)
                   END-IF
               WHEN 'NAME'
                   PERFORM CHECK-PLACEHOLDER-NAME
           END-EVALUATE.

       CHECK-CONTACT-PREFERENCE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CONTACT-COUNT
               FROM CCT1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CONTACT-COUNT = 0
               MOVE 'Y' TO WS-RULE-FAILED(WS-RULE-IX)
           END-IF.

       CHECK-RISK-RATING.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RATING-COUNT
               FROM CRR1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-RATING-COUNT = 0
               MOVE 'Y' TO WS-RULE-FAILED(WS-RULE-IX)
           END-IF.

       CHECK-PLACEHOLDER-NAME.
      *> A name fails if it is blank or a single character, or
      *> carries any of the placeholder words anywhere in it.
           MOVE FUNCTION UPPER-CASE(CUSTOMER-NAME OF CAD1-REC)
               TO WS-UPPER-NAME
           MOVE 0 TO WS-NAME-LENGTH
           INSPECT WS-UPPER-NAME TALLYING WS-NAME-LENGTH
               FOR CHARACTERS BEFORE INITIAL '  '
           IF WS-NAME-LENGTH < 2
               MOVE 'Y' TO WS-RULE-FAILED(WS-RULE-IX)
           END-IF
           PERFORM VARYING WS-PLACEHOLDER-IX FROM 1 BY 1
                   UNTIL WS-PLACEHOLDER-IX > 5
                   OR WS-RULE-FAILED(WS-RULE-IX) = 'Y'
               IF WS-PLACEHOLDER(WS-PLACEHOLDER-IX) NOT = SPACES
                   MOVE 0 TO WS-PLACEHOLDER-LENGTH
                   INSPECT WS-PLACEHOLDER(WS-PLACEHOLDER-IX)
                       TALLYING WS-PLACEHOLDER-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE 0 TO WS-PLACEHOLDER-HITS
                   INSPECT WS-UPPER-NAME TALLYING WS-PLACEHOLDER-HITS
                       FOR ALL WS-PLACEHOLDER(WS-PLACEHOLDER-IX)
                           (1:WS-PLACEHOLDER-LENGTH)
                   IF WS-PLACEHOLDER-HITS > 0
                       MOVE 'Y' TO WS-RULE-FAILED(WS-RULE-IX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REMEDIATION-ROW.
           ADD 1 TO WS-FAILING-CUSTOMER-COUNT
           MOVE CUSTOMER-ID OF CAD1-REC TO DQS1-CUSTOMER-ID
           MOVE OPERATING-UNIT OF CAD1-REC TO DQS1-OPERATING-UNIT
           MOVE CUSTOMER-NAME OF CAD1-REC TO DQS1-CUSTOMER-NAME
           MOVE WS-CUSTOMER-FAILED-COUNT TO DQS1-FAILED-COUNT
           WRITE DQS1-EXTRACT-RECORD.

       PRINT-SCORE-LINE.
      *> One rule's line for a unit (or the whole book), with last
      *> week's failures and the change - the line's counts are
      *> kept on DQH1 for next week's comparison.
           PERFORM READ-PRIOR-FAILS
           PERFORM RECORD-SCORE
           MOVE WS-LINE-UNIT TO WS-PRINT-LINE(1:4)
           MOVE WS-RULE-CODE(WS-RULE-IX) TO WS-PRINT-LINE(6:4)
           MOVE WS-RULE-TEXT(WS-RULE-IX) TO WS-PRINT-LINE(11:30)
           MOVE WS-LINE-CUSTOMERS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(44:7)
           MOVE WS-LINE-FAILS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(53:7)
           MOVE 0 TO WS-FAIL-PERCENT
           IF WS-LINE-CUSTOMERS > 0
               COMPUTE WS-FAIL-PERCENT ROUNDED =
                   WS-LINE-FAILS * 100 / WS-LINE-CUSTOMERS
           END-IF
           MOVE WS-FAIL-PERCENT TO WS-EDIT-PERCENT
           MOVE WS-EDIT-PERCENT TO WS-PRINT-LINE(61:5)
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-FAILS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(67:7)
               COMPUTE WS-FAIL-CHANGE = WS-LINE-FAILS - WS-PRIOR-FAILS
               MOVE WS-FAIL-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-PRINT-LINE(76:7)
           ELSE
               MOVE '      -        -' TO WS-PRINT-LINE(67:16)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       READ-PRIOR-FAILS.
           MOVE 'N' TO WS-PRIOR-FOUND-SWITCH
           IF WS-PRIOR-DATE NOT = SPACES
               EXEC SQL
                   SELECT FAIL_COUNT
                   INTO :WS-PRIOR-FAILS
                   FROM DQH1
                   WHERE RUN_DATE = :WS-PRIOR-DATE
                     AND OPERATING_UNIT = :WS-LINE-UNIT
                     AND RULE_CODE = :WS-RULE-CODE(WS-RULE-IX)
               END-EXEC
               IF SQLCODE = 0
                   SET WS-PRIOR-FOUND TO TRUE
               END-IF
           END-IF.

       RECORD-SCORE.
           MOVE WS-RUN-DATE TO RUN-DATE OF DQH1-REC
           MOVE WS-LINE-UNIT TO OPERATING-UNIT OF DQH1-REC
           MOVE WS-RULE-CODE(WS-RULE-IX) TO RULE-CODE OF DQH1-REC
           MOVE WS-LINE-CUSTOMERS TO CUSTOMER-COUNT OF DQH1-REC
           MOVE WS-LINE-FAILS TO FAIL-COUNT OF DQH1-REC
           EXEC SQL
               INSERT INTO DQH1
                   (RUN_DATE, OPERATING_UNIT, RULE_CODE,
                    CUSTOMER_COUNT, FAIL_COUNT)
               VALUES
                   (:DQH1-REC.RUN-DATE, :DQH1-REC.OPERATING-UNIT,
                    :DQH1-REC.RULE-CODE, :DQH1-REC.CUSTOMER-COUNT,
                    :DQH1-REC.FAIL-COUNT)
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  Unit " WS-LINE-UNIT " rule "
                   WS-RULE-CODE(WS-RULE-IX)
                   " not kept on DQH1, SQLCODE " SQLCODE
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE DQS1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO DQS1-PRINT-RECORD
           STRING 'DQS1  CUSTOMER DATA-QUALITY SCORECARD'
               '   RUN DATE ' WS-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO DQS1-PRINT-RECORD
           WRITE DQS1-PRINT-RECORD
           MOVE SPACES TO DQS1-PRINT-RECORD
           WRITE DQS1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
      *> The whole book's line per rule, under unit '*ALL'.
           MOVE 99 TO WS-LINE-COUNT
           MOVE 'WHOLE BOOK' TO WS-PRINT-LINE(1:10)
           PERFORM WRITE-REPORT-LINE
           MOVE '*ALL' TO WS-LINE-UNIT
           MOVE WS-SCORED-COUNT TO WS-LINE-CUSTOMERS
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 5
               IF WS-RULE-ACTIVE(WS-RULE-IX) = 'Y'
                   MOVE WS-TOTAL-FAIL-COUNT(WS-RULE-IX)
                       TO WS-LINE-FAILS
                   PERFORM PRINT-SCORE-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SCORED-COUNT TO WS-EDIT-COUNT
           STRING 'ACTIVE CUSTOMERS SCORED:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FAILING-CUSTOMER-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMERS ON REMEDIATION EXTRACT:    '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
