       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RCX1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The managers' review pack - one section per operating unit,
      *> a new page each, so every manager's part can be torn off
      *> and sent.
           SELECT RCX1-PRINT-FILE ASSIGN TO RCX1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *> The response sheet - every grant in the ERL1REC layout with
      *> the decision left blank, for the manager to fill in and
      *> send back through ERL1.
           SELECT RCX1-RESPONSE-FILE ASSIGN TO RCX1RSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY ENT1SQL.
       COPY OPU1SQL.
       COPY AUD1SQL.
       COPY ERC1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  RCX1-PRINT-FILE.
       01  RCX1-PRINT-RECORD                PIC X(132).

       FD  RCX1-RESPONSE-FILE.
       COPY ERL1REC.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY ERC1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before the campaign opens.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-RESPONSE-STATUS               PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.

      *> Campaign and deadline-days default from the run date and
      *> CFG1 when left blank.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).
           05  WS-PARM-CAMPAIGN-ID          PIC X(7).
           05  WS-PARM-DEADLINE-DAYS        PIC X(3).

      *> Answer window and dormancy age live on CFG1 - no row
      *> defaults to 21 days to answer, and no use in 90 days is
      *> dormant.
       01  WS-DEADLINE-PARM                 PIC X(20)
           VALUE 'RECERT-DEADLINE-DAYS'.
       01  WS-DORMANT-PARM                  PIC X(20)
           VALUE 'RECERT-DORMANT-DAYS'.
       01  WS-DEADLINE-DAYS                 PIC 9(3).
       01  WS-DORMANT-DAYS                  PIC 9(3).
       01  WS-DEADLINE-DATE                 PIC X(10).
       01  WS-DORMANT-CUTOFF                PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.
       01  WS-RUN-MONTH                     PIC 9(2).
       01  WS-RUN-QUARTER                   PIC 9(1).

      *> The manager answering for each operating unit, on CFG1 as
      *> 'RECERT-MGR-' plus the unit; head office ('HO') answers
      *> for a unit with no manager of its own.
       01  WS-MANAGER-PARM.
           05  FILLER                       PIC X(11)
               VALUE 'RECERT-MGR-'.
           05  WS-MANAGER-PARM-UNIT         PIC X(4).
           05  FILLER                       PIC X(5) VALUE SPACES.
       01  WS-NO-DATE                       PIC X(10)
           VALUE '0001-01-01'.

       01  WS-CURRENT-UNIT                  PIC X(4).
       01  WS-UNIT-MANAGER                  PIC X(8).
       01  WS-GRANT-USER-ID                 PIC X(8).
       01  WS-GRANT-TRANSACTION             PIC X(4).
       01  WS-GRANT-UNIT                    PIC X(4).
       01  WS-LAST-USE-BASIS                PIC X(11).
       01  WS-CLOSED-COUNT                  PIC S9(9) COMP.

       01  WS-GRANT-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-GRANTS-DONE               VALUE 'Y'.
       01  WS-UNIT-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-UNIT-STARTED              VALUE 'Y'.

       01  WS-GRANT-COUNT                   PIC 9(7) VALUE 0.
       01  WS-CARRIED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-DORMANT-COUNT                 PIC 9(7) VALUE 0.
       01  WS-UNIT-COUNT                    PIC 9(7) VALUE 0.
       01  WS-NO-MANAGER-COUNT              PIC 9(7) VALUE 0.
       01  WS-UNIT-GRANT-COUNT              PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every live grant, grouped by the holder's operating unit -
      *> a user with no OPU1 row is head office.
       EXEC SQL
           DECLARE GRANT-CURSOR CURSOR FOR
               SELECT E.USER_ID, E.TRANSACTION_CODE,
                      COALESCE(O.OPERATING_UNIT, 'HO')
               FROM ENT1 E
               LEFT OUTER JOIN OPU1 O
                 ON O.USER_ID = E.USER_ID
               WHERE E.ENTITLED_FLAG = 'Y'
               ORDER BY 3, 1, 2
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Opens the quarter's access recertification. ELV1 takes
      *> access away from leavers, but nothing ever asked whether a
      *> mover still needs what they had - every live ENT1 grant now
      *> goes in front of the manager of the holder's operating
      *> unit, with the last AUD1 activity behind it so a dormant
      *> grant stands out. The grants are held on ERC1 for ERL1 to
      *> record the answers against and ERF1 to close. A re-run
      *> before anyone has answered simply re-extracts; answers
      *> already loaded are kept.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM CHECK-CAMPAIGN-OPEN
           PERFORM CLEAR-UNANSWERED-GRANTS
           OPEN OUTPUT RCX1-PRINT-FILE
           OPEN OUTPUT RCX1-RESPONSE-FILE
           PERFORM EXTRACT-GRANTS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE RCX1-PRINT-FILE
           CLOSE RCX1-RESPONSE-FILE
           DISPLAY "RCX1 recertification " WS-PARM-CAMPAIGN-ID
               " opened - " WS-GRANT-COUNT " grant(s) for "
               WS-UNIT-COUNT " unit(s), answers due by "
               WS-DEADLINE-DATE
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date, user, campaign and answer window come in on a
      *> parm card, same idiom as the other batch drivers' parm
      *> cards - blank date reads the BDR1 register, blank campaign
      *> is the run date's quarter.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           IF WS-PARM-CAMPAIGN-ID = SPACES
               MOVE WS-PARM-RUN-DATE(6:2) TO WS-RUN-MONTH
               COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH + 2) / 3
               STRING WS-PARM-RUN-DATE(1:4) '-Q' WS-RUN-QUARTER
                   DELIMITED BY SIZE INTO WS-PARM-CAMPAIGN-ID
           END-IF
           IF WS-PARM-DEADLINE-DAYS IS NUMERIC
               AND WS-PARM-DEADLINE-DAYS NOT = '000'
               MOVE WS-PARM-DEADLINE-DAYS TO WS-DEADLINE-DAYS
           ELSE
               MOVE WS-DEADLINE-PARM TO PARM-NAME OF CFG1-REC
               MOVE 21 TO WS-DEADLINE-DAYS
               PERFORM READ-DAYS-PARM
               IF WS-DATE-INTEGER > 0
                   MOVE WS-DATE-INTEGER TO WS-DEADLINE-DAYS
               END-IF
           END-IF
           MOVE WS-DORMANT-PARM TO PARM-NAME OF CFG1-REC
           MOVE 90 TO WS-DORMANT-DAYS
           PERFORM READ-DAYS-PARM
           IF WS-DATE-INTEGER > 0
               MOVE WS-DATE-INTEGER TO WS-DORMANT-DAYS
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + WS-DEADLINE-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DEADLINE-DATE
           COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER
               - WS-DEADLINE-DAYS - WS-DORMANT-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DORMANT-CUTOFF.

       READ-DAYS-PARM.
      *> Leaves the CFG1 value in WS-DATE-INTEGER, zero when there
      *> is no usable row.
           MOVE 0 TO WS-DATE-INTEGER
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               AND PARM-VALUE OF CFG1-REC(1:3) IS NUMERIC
               MOVE PARM-VALUE OF CFG1-REC(1:3) TO WS-DATE-INTEGER
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

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'RCX1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "RCX1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'RCX1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'RCX1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-GRANT-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-NO-MANAGER-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       CHECK-CAMPAIGN-OPEN.
      *> Once ERF1 has closed a campaign its revocations are done -
      *> re-opening it would only re-ask about access already gone.
           MOVE 0 TO WS-CLOSED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CLOSED-COUNT
               FROM ERC1
               WHERE CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
                 AND OUTCOME <> ' '
           END-EXEC
           IF SQLCODE = 0 AND WS-CLOSED-COUNT > 0
               DISPLAY "RCX1: campaign " WS-PARM-CAMPAIGN-ID
                   " is already closed - ending"
               STOP RUN
           END-IF.

       CLEAR-UNANSWERED-GRANTS.
           EXEC SQL
               DELETE FROM ERC1
               WHERE CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
                 AND DECISION = ' '
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "RCX1: earlier extract not cleared - "
                   ERRM1-MESSAGE " - ending"
               STOP RUN
           END-IF.

       EXTRACT-GRANTS.
           EXEC SQL
               OPEN GRANT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-GRANTS-DONE
               EXEC SQL
                   FETCH GRANT-CURSOR
                   INTO :WS-GRANT-USER-ID, :WS-GRANT-TRANSACTION,
                        :WS-GRANT-UNIT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-GRANTS-DONE TO TRUE
               ELSE
                   IF NOT WS-UNIT-STARTED
                       OR WS-GRANT-UNIT NOT = WS-CURRENT-UNIT
                       PERFORM START-UNIT-SECTION
                   END-IF
                   PERFORM EXTRACT-ONE-GRANT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE GRANT-CURSOR
           END-EXEC
           IF WS-UNIT-STARTED
               PERFORM PRINT-UNIT-TOTAL-LINE
           END-IF.

       START-UNIT-SECTION.
           IF WS-UNIT-STARTED
               PERFORM PRINT-UNIT-TOTAL-LINE
           END-IF
           SET WS-UNIT-STARTED TO TRUE
           MOVE WS-GRANT-UNIT TO WS-CURRENT-UNIT
           MOVE 0 TO WS-UNIT-GRANT-COUNT
           ADD 1 TO WS-UNIT-COUNT
           PERFORM FIND-UNIT-MANAGER
           MOVE 99 TO WS-LINE-COUNT
           STRING 'OPERATING UNIT ' WS-CURRENT-UNIT
               '   REVIEWING MANAGER ' WS-UNIT-MANAGER
               '   ANSWERS DUE BY ' WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-UNIT-MANAGER = SPACES
               MOVE '** NO RECERT-MGR- ROW ON CFG1 FOR THIS UNIT OR'
                   TO WS-PRINT-LINE(1:47)
               MOVE ' HEAD OFFICE - NOBODY CAN ANSWER, ALL WILL LAPSE'
                   TO WS-PRINT-LINE(48:48)
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE 'USER ID   TXN   LAST USE     BASIS'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       FIND-UNIT-MANAGER.
           MOVE SPACES TO WS-UNIT-MANAGER
           MOVE WS-CURRENT-UNIT TO WS-MANAGER-PARM-UNIT
           PERFORM READ-MANAGER-PARM
           IF WS-UNIT-MANAGER = SPACES AND WS-CURRENT-UNIT NOT = 'HO'
               MOVE 'HO' TO WS-MANAGER-PARM-UNIT
               PERFORM READ-MANAGER-PARM
           END-IF
           IF WS-UNIT-MANAGER = SPACES
               ADD 1 TO WS-NO-MANAGER-COUNT
           END-IF.

       READ-MANAGER-PARM.
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :WS-MANAGER-PARM
           END-EXEC
           IF SQLCODE = 0
               MOVE PARM-VALUE OF CFG1-REC(1:8) TO WS-UNIT-MANAGER
           END-IF.

       EXTRACT-ONE-GRANT.
           ADD 1 TO WS-UNIT-GRANT-COUNT
           MOVE WS-PARM-CAMPAIGN-ID TO CAMPAIGN-ID OF ERC1-REC
           MOVE WS-GRANT-USER-ID TO USER-ID OF ERC1-REC
           MOVE WS-GRANT-TRANSACTION TO TRANSACTION-CODE OF ERC1-REC
           MOVE WS-CURRENT-UNIT TO OPERATING-UNIT OF ERC1-REC
           MOVE WS-UNIT-MANAGER TO MANAGER-ID OF ERC1-REC
           PERFORM FIND-LAST-USE
           MOVE WS-DEADLINE-DATE TO DEADLINE-DATE OF ERC1-REC
           MOVE SPACES TO DECISION OF ERC1-REC
           MOVE SPACES TO DECISION-USER OF ERC1-REC
           MOVE WS-NO-DATE TO DECISION-DATE OF ERC1-REC
           MOVE SPACES TO OUTCOME OF ERC1-REC
           EXEC SQL
               INSERT INTO ERC1
                   (CAMPAIGN_ID, USER_ID, TRANSACTION_CODE,
                    OPERATING_UNIT, MANAGER_ID, LAST_USE_DATE,
                    DEADLINE_DATE, DECISION, DECISION_USER,
                    DECISION_DATE, OUTCOME)
               VALUES
                   (:ERC1-REC.CAMPAIGN-ID, :ERC1-REC.USER-ID,
                    :ERC1-REC.TRANSACTION-CODE,
                    :ERC1-REC.OPERATING-UNIT, :ERC1-REC.MANAGER-ID,
                    :ERC1-REC.LAST-USE-DATE,
                    :ERC1-REC.DEADLINE-DATE, :ERC1-REC.DECISION,
                    :ERC1-REC.DECISION-USER,
                    :ERC1-REC.DECISION-DATE, :ERC1-REC.OUTCOME)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-GRANT-COUNT
               WHEN SQLCODE = -803
      *> Answered before this re-run - the answer stands.
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE 'ANSWERED' TO WS-LAST-USE-BASIS
               WHEN OTHER
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   DISPLAY "RCX1: grant " WS-GRANT-USER-ID "/"
                       WS-GRANT-TRANSACTION " not extracted - "
                       ERRM1-MESSAGE " - ending"
                   STOP RUN
           END-EVALUATE
           PERFORM PRINT-ONE-GRANT-LINE
           PERFORM WRITE-ONE-RESPONSE-LINE.

       FIND-LAST-USE.
      *> The last AUD1 row the user made under the grant's own code;
      *> where the code leaves no audit row of its own (an on-line
      *> front end audits under the module it drives), the user's
      *> last AUD1 activity of any kind is shown instead.
           MOVE 'TRANSACTION' TO WS-LAST-USE-BASIS
           EXEC SQL
               SELECT COALESCE(MAX(SUBSTR(AUDIT_TIMESTAMP, 1, 10)),
                               '0001-01-01')
               INTO :ERC1-REC.LAST-USE-DATE
               FROM AUD1
               WHERE USER_ID = :WS-GRANT-USER-ID
                 AND MODULE_NAME = :WS-GRANT-TRANSACTION
                 AND ROW_TYPE NOT IN ('R', 'S')
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE WS-NO-DATE TO LAST-USE-DATE OF ERC1-REC
           END-IF
           IF LAST-USE-DATE OF ERC1-REC = WS-NO-DATE
               MOVE 'ANY' TO WS-LAST-USE-BASIS
               EXEC SQL
                   SELECT COALESCE(MAX(SUBSTR(AUDIT_TIMESTAMP, 1, 10)),
                                   '0001-01-01')
                   INTO :ERC1-REC.LAST-USE-DATE
                   FROM AUD1
                   WHERE USER_ID = :WS-GRANT-USER-ID
                     AND ROW_TYPE NOT IN ('R', 'S')
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE WS-NO-DATE TO LAST-USE-DATE OF ERC1-REC
               END-IF
           END-IF
           IF LAST-USE-DATE OF ERC1-REC = WS-NO-DATE
               MOVE 'NEVER' TO WS-LAST-USE-BASIS
           END-IF.

       PRINT-ONE-GRANT-LINE.
           MOVE WS-GRANT-USER-ID TO WS-PRINT-LINE(1:8)
           MOVE WS-GRANT-TRANSACTION TO WS-PRINT-LINE(11:4)
           IF LAST-USE-DATE OF ERC1-REC NOT = WS-NO-DATE
               MOVE LAST-USE-DATE OF ERC1-REC TO WS-PRINT-LINE(17:10)
           END-IF
           MOVE WS-LAST-USE-BASIS TO WS-PRINT-LINE(30:11)
           IF LAST-USE-DATE OF ERC1-REC < WS-DORMANT-CUTOFF
               ADD 1 TO WS-DORMANT-COUNT
               MOVE '** DORMANT **' TO WS-PRINT-LINE(43:13)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-RESPONSE-LINE.
           MOVE SPACES TO ERL1-RESPONSE-RECORD
           MOVE WS-PARM-CAMPAIGN-ID TO ERL1-CAMPAIGN-ID
           MOVE WS-GRANT-USER-ID TO ERL1-USER-ID
           MOVE WS-GRANT-TRANSACTION TO ERL1-TRANSACTION-CODE
           MOVE WS-CURRENT-UNIT TO ERL1-OPERATING-UNIT
           MOVE LAST-USE-DATE OF ERC1-REC TO ERL1-LAST-USE-DATE
           MOVE WS-UNIT-MANAGER TO ERL1-MANAGER-ID
           WRITE ERL1-RESPONSE-RECORD.

       PRINT-UNIT-TOTAL-LINE.
           MOVE WS-UNIT-GRANT-COUNT TO WS-EDIT-COUNT
           PERFORM WRITE-REPORT-LINE
           STRING 'GRANTS FOR UNIT ' WS-CURRENT-UNIT ':  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE RCX1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO RCX1-PRINT-RECORD
           STRING 'RCX1  ACCESS RECERTIFICATION ' WS-PARM-CAMPAIGN-ID
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO RCX1-PRINT-RECORD
           WRITE RCX1-PRINT-RECORD
           MOVE SPACES TO RCX1-PRINT-RECORD
           WRITE RCX1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-UNIT-COUNT TO WS-EDIT-COUNT
           STRING 'OPERATING UNITS:                     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GRANT-COUNT TO WS-EDIT-COUNT
           STRING 'GRANTS EXTRACTED FOR REVIEW:         '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
           STRING 'GRANTS ALREADY ANSWERED:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT
           STRING 'DORMANT GRANTS:                      '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NO-MANAGER-COUNT TO WS-EDIT-COUNT
           STRING 'UNITS WITH NO REVIEWING MANAGER:     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING 'ANSWERS DUE BY:                      '
               WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
