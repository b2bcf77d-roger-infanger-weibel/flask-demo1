       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ERF1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The completion report for audit - every revocation the
      *> campaign made, unit by unit, and the counts behind it.
           SELECT ERF1-PRINT-FILE ASSIGN TO ERF1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY ERC1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  ERF1-PRINT-FILE.
       01  ERF1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY ERC1REC.
       COPY BDR1REC.

      *> Include the communication area copybook (ENM1)
       COPY ENM1.
       01  ENM1-PGM                         PIC X(8) VALUE 'ENM1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before any access is removed.
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

      *> A blank campaign closes the latest one still open.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).
           05  WS-PARM-CAMPAIGN-ID          PIC X(7).

       01  WS-LAST-DEADLINE                 PIC X(10).
       01  WS-NULL-IND                      PIC S9(4) COMP.
       01  WS-CURRENT-UNIT                  PIC X(4).
       01  WS-OUTCOME-TEXT                  PIC X(24).

       01  WS-GRANT-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-GRANTS-DONE               VALUE 'Y'.
       01  WS-UNIT-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-UNIT-STARTED              VALUE 'Y'.

      *> Campaign totals, then the same four for the unit in hand.
       01  WS-KEPT-COUNT                    PIC 9(7) VALUE 0.
       01  WS-REVOKED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-LAPSED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-UNIT-KEPT-COUNT               PIC 9(7) VALUE 0.
       01  WS-UNIT-REVOKED-COUNT            PIC 9(7) VALUE 0.
       01  WS-UNIT-LAPSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNIT-FAILED-COUNT             PIC 9(7) VALUE 0.
       01  WS-GRANT-COUNT                   PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every grant the campaign has not yet settled - a revoke
      *> that failed on an earlier close is tried again.
       EXEC SQL
           DECLARE REVIEW-CURSOR CURSOR FOR
               SELECT USER_ID, TRANSACTION_CODE, OPERATING_UNIT,
                      MANAGER_ID, LAST_USE_DATE, DECISION,
                      DECISION_USER
               FROM ERC1
               WHERE CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
                 AND OUTCOME IN (' ', 'E')
               ORDER BY OPERATING_UNIT, USER_ID, TRANSACTION_CODE
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Closes a recertification campaign once its deadline has
      *> passed. A grant the manager kept stays; one the manager
      *> marked for revoking, or never confirmed, is revoked through
      *> ENM1 so each removal lands on ENM1's audit trail the way
      *> ELV1's leaver revocations do. The completion report goes
      *> to audit.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM CHECK-DEADLINE-PASSED
           OPEN OUTPUT ERF1-PRINT-FILE
           PERFORM CLOSE-CAMPAIGN-GRANTS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE ERF1-PRINT-FILE
           DISPLAY "ERF1 recertification " WS-PARM-CAMPAIGN-ID
               " closed - kept " WS-KEPT-COUNT ", revoked "
               WS-REVOKED-COUNT ", lapsed " WS-LAPSED-COUNT
               ", revoke failed " WS-FAILED-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date, user and campaign come in on a parm card, same
      *> idiom as the other batch drivers' parm cards - blank date
      *> reads the BDR1 register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           IF WS-PARM-CAMPAIGN-ID = SPACES
               PERFORM FIND-OPEN-CAMPAIGN
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

       FIND-OPEN-CAMPAIGN.
           EXEC SQL
               SELECT MAX(CAMPAIGN_ID)
               INTO :WS-PARM-CAMPAIGN-ID :WS-NULL-IND
               FROM ERC1
               WHERE OUTCOME IN (' ', 'E')
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-NULL-IND < 0
               DISPLAY "ERF1: no recertification campaign is open"
                   " - ending"
               STOP RUN
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'ERF1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "ERF1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'ERF1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'ERF1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-GRANT-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       CHECK-DEADLINE-PASSED.
      *> Nothing is revoked while a manager may still answer - the
      *> close waits until the day after the deadline.
           EXEC SQL
               SELECT MAX(DEADLINE_DATE)
               INTO :WS-LAST-DEADLINE :WS-NULL-IND
               FROM ERC1
               WHERE CAMPAIGN_ID = :WS-PARM-CAMPAIGN-ID
                 AND OUTCOME IN (' ', 'E')
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-NULL-IND < 0
               DISPLAY "ERF1: campaign " WS-PARM-CAMPAIGN-ID
                   " has nothing left to close - ending"
               PERFORM REGISTER-RUN-END
               STOP RUN
           END-IF
           IF WS-PARM-RUN-DATE NOT > WS-LAST-DEADLINE
               DISPLAY "ERF1: campaign " WS-PARM-CAMPAIGN-ID
                   " is open for answers until " WS-LAST-DEADLINE
                   " - ending"
               MOVE 8 TO RUN-RETURN-CODE
               MOVE 'E' TO RUN-ACTION-CODE
               CALL RHM1-PGM USING RHM1-COMM-AREA
               STOP RUN
           END-IF.

       CLOSE-CAMPAIGN-GRANTS.
           MOVE WS-PARM-CAMPAIGN-ID TO CAMPAIGN-ID OF ERC1-REC
           EXEC SQL
               OPEN REVIEW-CURSOR
           END-EXEC
           PERFORM UNTIL WS-GRANTS-DONE
               EXEC SQL
                   FETCH REVIEW-CURSOR
                   INTO :ERC1-REC.USER-ID, :ERC1-REC.TRANSACTION-CODE,
                        :ERC1-REC.OPERATING-UNIT, :ERC1-REC.MANAGER-ID,
                        :ERC1-REC.LAST-USE-DATE, :ERC1-REC.DECISION,
                        :ERC1-REC.DECISION-USER
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-GRANTS-DONE TO TRUE
               ELSE
                   IF NOT WS-UNIT-STARTED
                       OR OPERATING-UNIT OF ERC1-REC
                          NOT = WS-CURRENT-UNIT
                       PERFORM START-UNIT-SECTION
                   END-IF
                   PERFORM CLOSE-ONE-GRANT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE REVIEW-CURSOR
           END-EXEC
           IF WS-UNIT-STARTED
               PERFORM PRINT-UNIT-TOTAL-LINES
           END-IF.

       START-UNIT-SECTION.
           IF WS-UNIT-STARTED
               PERFORM PRINT-UNIT-TOTAL-LINES
           END-IF
           SET WS-UNIT-STARTED TO TRUE
           MOVE OPERATING-UNIT OF ERC1-REC TO WS-CURRENT-UNIT
           MOVE 0 TO WS-UNIT-KEPT-COUNT
           MOVE 0 TO WS-UNIT-REVOKED-COUNT
           MOVE 0 TO WS-UNIT-LAPSED-COUNT
           MOVE 0 TO WS-UNIT-FAILED-COUNT
           PERFORM WRITE-REPORT-LINE
           STRING 'OPERATING UNIT ' WS-CURRENT-UNIT
               '   REVIEWING MANAGER ' MANAGER-ID OF ERC1-REC
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'USER ID   TXN   LAST USE     ANSWERED BY  OUTCOME'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-ONE-GRANT.
           ADD 1 TO WS-GRANT-COUNT
           IF DECISION OF ERC1-REC = 'K'
               MOVE 'K' TO OUTCOME OF ERC1-REC
               ADD 1 TO WS-KEPT-COUNT
               ADD 1 TO WS-UNIT-KEPT-COUNT
           ELSE
               PERFORM REVOKE-ONE-GRANT
           END-IF
           EXEC SQL
               UPDATE ERC1
               SET OUTCOME = :ERC1-REC.OUTCOME
               WHERE CAMPAIGN_ID = :ERC1-REC.CAMPAIGN-ID
                 AND USER_ID = :ERC1-REC.USER-ID
                 AND TRANSACTION_CODE = :ERC1-REC.TRANSACTION-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "ERF1: outcome not recorded for "
                   USER-ID OF ERC1-REC "/"
                   TRANSACTION-CODE OF ERC1-REC ": " ERRM1-MESSAGE
           END-IF.

       REVOKE-ONE-GRANT.
      *> Same call ELV1 makes for a leaver - ENM1 flips the ENT1
      *> flag and writes the revocation to its audit trail.
           MOVE SPACES TO ENM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ENM1-COMM-AREA
           MOVE 'ERF1' TO MAIN-NAME OF ENM1-COMM-AREA
           MOVE USER-ID OF ERC1-REC TO ENT-USER-ID
           MOVE TRANSACTION-CODE OF ERC1-REC TO ENT-TRANSACTION-CODE
           MOVE 'R' TO ACTION-CODE
           MOVE WS-PARM-USER-ID TO USER-ID OF ENM1-COMM-AREA
           CALL ENM1-PGM USING ENM1-COMM-AREA
           EVALUATE TRUE
               WHEN ENT-STATUS NOT = 'S'
                   MOVE 'E' TO OUTCOME OF ERC1-REC
                   MOVE 'REVOKE FAILED' TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WS-UNIT-FAILED-COUNT
               WHEN DECISION OF ERC1-REC = 'R'
                   MOVE 'R' TO OUTCOME OF ERC1-REC
                   MOVE 'REVOKED - AS ANSWERED' TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-REVOKED-COUNT
                   ADD 1 TO WS-UNIT-REVOKED-COUNT
               WHEN OTHER
                   MOVE 'N' TO OUTCOME OF ERC1-REC
                   MOVE 'REVOKED - NOT CONFIRMED' TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-LAPSED-COUNT
                   ADD 1 TO WS-UNIT-LAPSED-COUNT
           END-EVALUATE
           MOVE USER-ID OF ERC1-REC TO WS-PRINT-LINE(1:8)
           MOVE TRANSACTION-CODE OF ERC1-REC TO WS-PRINT-LINE(11:4)
           IF LAST-USE-DATE OF ERC1-REC NOT = '0001-01-01'
               MOVE LAST-USE-DATE OF ERC1-REC TO WS-PRINT-LINE(17:10)
           END-IF
           MOVE DECISION-USER OF ERC1-REC TO WS-PRINT-LINE(30:8)
           MOVE WS-OUTCOME-TEXT TO WS-PRINT-LINE(43:24)
           IF ENT-STATUS NOT = 'S'
               MOVE ERROR-MESSAGE OF ENM1-COMM-AREA(1:60)
                   TO WS-PRINT-LINE(68:60)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-UNIT-TOTAL-LINES.
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNIT-KEPT-COUNT TO WS-EDIT-COUNT
           STRING '  KEPT:                    ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNIT-REVOKED-COUNT TO WS-EDIT-COUNT
           STRING '  REVOKED AS ANSWERED:     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNIT-LAPSED-COUNT TO WS-EDIT-COUNT
           STRING '  REVOKED NOT CONFIRMED:   ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNIT-FAILED-COUNT TO WS-EDIT-COUNT
           STRING '  REVOKE FAILED:           ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE ERF1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO ERF1-PRINT-RECORD
           STRING 'ERF1  ACCESS RECERTIFICATION COMPLETION '
               WS-PARM-CAMPAIGN-ID
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO ERF1-PRINT-RECORD
           WRITE ERF1-PRINT-RECORD
           MOVE SPACES TO ERF1-PRINT-RECORD
           WRITE ERF1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-GRANT-COUNT TO WS-EDIT-COUNT
           STRING 'GRANTS SETTLED THIS RUN:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
           STRING 'KEPT ON MANAGER CONFIRMATION:        '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REVOKED-COUNT TO WS-EDIT-COUNT
           STRING 'REVOKED AS ANSWERED:                 '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LAPSED-COUNT TO WS-EDIT-COUNT
           STRING 'REVOKED - NOT CONFIRMED BY DEADLINE: '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           STRING 'REVOKE FAILED - RETRIED NEXT CLOSE:  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
