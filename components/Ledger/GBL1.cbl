       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GBL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GBL1-INPUT-FILE ASSIGN TO GBL1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *> Rejected lines are re-written here in the GBL1REC layout,
      *> reason attached, so Finance can correct them and re-feed
      *> the file as-is - the same recycle path GJL1 gives journals.
           SELECT GBL1-REJECT-FILE ASSIGN TO GBL1REJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY GBD1SQL.
       COPY GAC1SQL.
       COPY GPC1SQL.

       FILE SECTION.
       FD  GBL1-INPUT-FILE.
       COPY GBL1REC.

       FD  GBL1-REJECT-FILE.
       01  GBL1-REJECT-RECORD.
           05  GBL1-REJ-DETAIL              PIC X(31).
           *> Byte-for-byte image of the rejected GBL1REC input row
           05  FILLER                       PIC X(1).
           05  GBL1-REJ-MESSAGE             PIC X(100).
           *> Reason the line did not load

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY GBD1REC.
       COPY GAC1REC.
       COPY GPC1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                         PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before a single line loads.
       COPY AUTM1.
       01  AUTM1-PGM                         PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC X(10).
           05  WS-PARM-USER-ID               PIC X(8).

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-REJECT-STATUS                  PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.

       01  WS-LOADED-COUNT                   PIC 9(7) VALUE 0.
       01  WS-REPLACED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT                 PIC 9(7) VALUE 0.

       01  WS-LINE-REASON                    PIC X(100).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Loads Finance's budget onto GBD1, one row per GL account and
      *> accounting month. Every line is held to the same account and
      *> period edits GJL1 holds a journal line to; a line that fails
      *> is recycled through GBL1REJ and the rest of the file loads.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT GBL1-REJECT-FILE
           PERFORM LOAD-BUDGET-FILE
           CLOSE GBL1-REJECT-FILE
           DISPLAY "GBL1 budget load complete - loaded "
               WS-LOADED-COUNT " line(s) (" WS-REPLACED-COUNT
               " replacing an earlier budget), rejected "
               WS-REJECTED-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.

      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'GBL1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "GBL1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'GBL1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'GBL1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           COMPUTE RUN-RECORD-COUNT =
               WS-LOADED-COUNT + WS-REJECTED-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LOAD-BUDGET-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GBL1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ GBL1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF GBL1-INPUT-RECORD(1:3) NOT = 'HDR'
                           AND GBL1-INPUT-RECORD(1:3) NOT = 'TRL'
                           PERFORM LOAD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GBL1-INPUT-FILE.

       LOAD-ONE-LINE.
           MOVE SPACES TO WS-LINE-REASON
           PERFORM CHECK-ONE-LINE-EDITS
           IF WS-LINE-REASON = SPACES
               PERFORM STORE-ONE-BUDGET
           END-IF
           IF WS-LINE-REASON NOT = SPACES
               PERFORM WRITE-ONE-REJECT
           END-IF.

      *> Each check only sets WS-LINE-REASON - the first failure
      *> wins and the later checks step aside.
       CHECK-ONE-LINE-EDITS.
           IF GBL1-PERIOD-MONTH(5:1) NOT = '-'
               OR GBL1-PERIOD-MONTH(1:4) IS NOT NUMERIC
               OR GBL1-PERIOD-MONTH(6:2) IS NOT NUMERIC
               OR GBL1-PERIOD-MONTH(6:2) < '01'
               OR GBL1-PERIOD-MONTH(6:2) > '12'
               MOVE 'Period month must be YYYY-MM'
                   TO WS-LINE-REASON
           END-IF
           IF WS-LINE-REASON = SPACES
               IF GBL1-BUDGET-AMOUNT IS NOT NUMERIC
                   MOVE 'Budget amount must be numeric'
                       TO WS-LINE-REASON
               END-IF
           END-IF
           IF WS-LINE-REASON = SPACES
               PERFORM CHECK-ACCOUNT-ACTIVE
           END-IF
           IF WS-LINE-REASON = SPACES
               PERFORM CHECK-PERIOD-OPEN
           END-IF.

       CHECK-ACCOUNT-ACTIVE.
           EXEC SQL
               SELECT ACTIVE_FLAG
               INTO :GAC1-REC.ACTIVE-FLAG
               FROM GAC1
               WHERE GL_ACCOUNT = :GBL1-GL-ACCOUNT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'GL account is not on the chart of accounts'
                       TO WS-LINE-REASON
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE TO WS-LINE-REASON
               WHEN ACTIVE-FLAG OF GAC1-REC NOT = 'Y'
                   MOVE 'GL account is not active'
                       TO WS-LINE-REASON
           END-EVALUATE.

       CHECK-PERIOD-OPEN.
      *> Same rule GJL1 applies to a journal line - once GCL1 has
      *> closed a month its budget is frozen with its actuals, so
      *> the month-end pack already sent out never changes under
      *> Finance's feet. A month with no GPC1 row is open.
           EXEC SQL
               SELECT PERIOD_STATUS
               INTO :GPC1-REC.PERIOD-STATUS
               FROM GPC1
               WHERE PERIOD_MONTH = :GBL1-PERIOD-MONTH
           END-EXEC
           IF SQLCODE = 0 AND PERIOD-STATUS OF GPC1-REC = 'C'
               STRING 'Accounting period ' GBL1-PERIOD-MONTH
                   ' is closed' DELIMITED BY SIZE
                   INTO WS-LINE-REASON
           END-IF.

       STORE-ONE-BUDGET.
      *> A re-fed account and month replaces the budget already
      *> held, the way EHM1 replaces a rate already on EXR1.
           MOVE GBL1-GL-ACCOUNT TO GL-ACCOUNT OF GBD1-REC
           MOVE GBL1-PERIOD-MONTH TO PERIOD-MONTH OF GBD1-REC
           MOVE GBL1-BUDGET-AMOUNT TO BUDGET-AMOUNT OF GBD1-REC
           MOVE WS-PARM-RUN-DATE TO LOAD-DATE OF GBD1-REC
           MOVE WS-PARM-USER-ID TO LOAD-USER OF GBD1-REC
           EXEC SQL
               DELETE FROM GBD1
               WHERE GL_ACCOUNT = :GBD1-REC.GL-ACCOUNT
                 AND PERIOD_MONTH = :GBD1-REC.PERIOD-MONTH
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-REPLACED-COUNT
           END-IF
           EXEC SQL
               INSERT INTO GBD1
                   (GL_ACCOUNT, PERIOD_MONTH, BUDGET_AMOUNT,
                    LOAD_DATE, LOAD_USER)
               VALUES
                   (:GBD1-REC.GL-ACCOUNT, :GBD1-REC.PERIOD-MONTH,
                    :GBD1-REC.BUDGET-AMOUNT, :GBD1-REC.LOAD-DATE,
                    :GBD1-REC.LOAD-USER)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO WS-LINE-REASON
           END-IF.

       WRITE-ONE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO GBL1-REJECT-RECORD
           MOVE GBL1-INPUT-RECORD TO GBL1-REJ-DETAIL
           MOVE WS-LINE-REASON TO GBL1-REJ-MESSAGE
           WRITE GBL1-REJECT-RECORD.
