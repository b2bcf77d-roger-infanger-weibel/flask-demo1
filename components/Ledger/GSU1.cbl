       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Commit-interval checkpointing - CKM1 commits every so many
      *> summary rows and keeps the day, account and unit reached on
      *> CKP1, so a rerun after an abend resumes after them.
       COPY CKM1 REPLACING RETURN-CODE BY CKM1-RETURN-CODE.
       01  CKM1-PGM                         PIC X(8) VALUE 'CKM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-THRU-DATE            PIC X(10).

      *> Day the failed run was part-way through and the last account
      *> and unit it committed there - that day is not deleted again,
      *> it carries on after the key
       01  WS-RESUME-POINT                  VALUE SPACES.
           05  WS-RESUME-DATE               PIC X(10).
           05  WS-RESUME-ACCOUNT            PIC X(10).
           05  WS-RESUME-UNIT               PIC X(4).

      *> Counts carried on the checkpoint so a resumed run's totals
      *> still cover the days the failed run summarized
       01  WS-GSU1-CARRY.
           05  WS-CARRY-DAY-COUNT           PIC 9(5).
           05  WS-CARRY-ACCOUNT-COUNT       PIC 9(7).
           05  WS-CARRY-ERROR-COUNT         PIC 9(7).

       01  WS-SUMMARY-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-SUMMARY-DONE              VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> One day of GAD1 folded to a debit and credit total per
      *> account and operating unit - the shape GLT1 and the GCL1
      *> summarize step read.
       EXEC SQL
           DECLARE DAY-SUMMARY-CURSOR CURSOR WITH HOLD FOR
               SELECT GL_ACCOUNT, OPERATING_UNIT,
                      SUM(CASE WHEN ENTRY_TYPE_CODE = 'D'
                               THEN ENTRY_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN ENTRY_TYPE_CODE = 'C'
                               THEN ENTRY_AMOUNT ELSE 0 END)
               FROM GAD1
               WHERE ENTRY_DATE = :WS-BUILD-DATE
                 AND (GL_ACCOUNT > :WS-RESUME-ACCOUNT
                      OR (GL_ACCOUNT = :WS-RESUME-ACCOUNT
                          AND OPERATING_UNIT > :WS-RESUME-UNIT))
               GROUP BY GL_ACCOUNT, OPERATING_UNIT
               ORDER BY GL_ACCOUNT, OPERATING_UNIT
       END-EXEC.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARD
           DISPLAY "===== GSU1 DAILY GL SUMMARY " WS-PARM-RUN-DATE
               " THRU " WS-PARM-THRU-DATE " ====="
           PERFORM READ-RESTART-POINT
           PERFORM REGISTER-RUN-START
           PERFORM BUILD-SUMMARY-DAYS
           MOVE 'E' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           DISPLAY " "
           DISPLAY "Days summarized:             " WS-DAY-COUNT
           DISPLAY "Account day-rows written:    " WS-ACCOUNT-COUNT
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       READ-RESTART-POINT.
      *> A checkpoint left by a failed run of the same parm names the
      *> day it reached - DAY while that day was part-built, NEXT once
      *> it was finished - and the day loop picks up from there.
           MOVE SPACES TO CKM1-COMM-AREA
           MOVE 0 TO CKM1-RETURN-CODE
           MOVE 'GSU1' TO MAIN-NAME OF CKM1-COMM-AREA
           MOVE 'GSU1' TO CKPT-PROGRAM
           MOVE WS-PARM-RUN-DATE TO CKPT-RUN-DATE
           MOVE 'R' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           IF CKPT-IS-RESTART
               MOVE CKPT-KEY TO WS-RESUME-POINT
               MOVE CKPT-CARRY-DATA TO WS-GSU1-CARRY
               MOVE WS-CARRY-DAY-COUNT TO WS-DAY-COUNT
               MOVE WS-CARRY-ACCOUNT-COUNT TO WS-ACCOUNT-COUNT
               MOVE WS-CARRY-ERROR-COUNT TO WS-ERROR-COUNT
               STRING WS-RESUME-DATE(1:4) WS-RESUME-DATE(6:2)
                      WS-RESUME-DATE(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-DIGITS
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               IF CKPT-PHASE = 'NEXT'
                   ADD 1 TO WS-DATE-INTEGER
                   MOVE SPACES TO WS-RESUME-POINT
               END-IF
           END-IF.

       SAVE-SUMMARY-COUNTS.
           MOVE WS-DAY-COUNT TO WS-CARRY-DAY-COUNT
           MOVE WS-ACCOUNT-COUNT TO WS-CARRY-ACCOUNT-COUNT
           MOVE WS-ERROR-COUNT TO WS-CARRY-ERROR-COUNT
           MOVE WS-GSU1-CARRY TO CKPT-CARRY-DATA.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'GSU1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE CKPT-RESTART-POINT TO RUN-RESTART-POINT
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

           END-PERFORM.

       REBUILD-ONE-DAY.
           IF WS-BUILD-DATE NOT = WS-RESUME-DATE
               ADD 1 TO WS-DAY-COUNT
               MOVE SPACES TO WS-RESUME-POINT
               EXEC SQL
                   DELETE FROM GDS1
                   WHERE SUMMARY_DATE = :WS-BUILD-DATE
               END-EXEC
           END-IF
           MOVE 'N' TO WS-SUMMARY-SWITCH
           EXEC SQL
               OPEN DAY-SUMMARY-CURSOR
           END-PERFORM
           EXEC SQL
               CLOSE DAY-SUMMARY-CURSOR
           END-EXEC
           MOVE 'NEXT' TO CKPT-PHASE
           MOVE WS-BUILD-DATE TO CKPT-KEY
           PERFORM SAVE-SUMMARY-COUNTS
           MOVE 'K' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.

       FETCH-NEXT-DAY-ACCOUNT.
           EXEC SQL
               FETCH DAY-SUMMARY-CURSOR
               INTO :GDS1-REC.GL-ACCOUNT, :GDS1-REC.OPERATING-UNIT,
                    :GDS1-REC.DEBIT-TOTAL, :GDS1-REC.CREDIT-TOTAL
           END-EXEC
           IF SQLCODE = 100
               SET WS-SUMMARY-DONE TO TRUE
           EXEC SQL
               INSERT INTO GDS1
                   (SUMMARY_DATE, GL_ACCOUNT, DEBIT_TOTAL,
                    CREDIT_TOTAL, OPERATING_UNIT)
               VALUES
                   (:GDS1-REC.SUMMARY-DATE, :GDS1-REC.GL-ACCOUNT,
                    :GDS1-REC.DEBIT-TOTAL, :GDS1-REC.CREDIT-TOTAL,
                    :GDS1-REC.OPERATING-UNIT)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "  Summary row failed for account "
                   GL-ACCOUNT OF GDS1-REC " unit "
                   OPERATING-UNIT OF GDS1-REC ": " ERRM1-MESSAGE
           END-IF
           MOVE 'DAY ' TO CKPT-PHASE
           MOVE WS-BUILD-DATE TO WS-RESUME-DATE
           MOVE GL-ACCOUNT OF GDS1-REC TO WS-RESUME-ACCOUNT
           MOVE OPERATING-UNIT OF GDS1-REC TO WS-RESUME-UNIT
           MOVE WS-RESUME-POINT TO CKPT-KEY
           PERFORM SAVE-SUMMARY-COUNTS
           MOVE 'C' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.
