       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Commit-interval checkpointing - CKM1 commits every so many
      *> positions and keeps the last customer and currency checked
      *> on CKP1, so a rerun after an abend resumes after it.
       COPY CKM1 REPLACING RETURN-CODE BY CKM1-RETURN-CODE.
       01  CKM1-PGM                         PIC X(8) VALUE 'CKM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).
           05  WS-PARM-APPLY-FLAG           PIC X(1).
               88  WS-APPLY-REQUESTED       VALUE 'Y'.

      *> Last customer and currency the failed run committed - spaces
      *> sort below every key, so a fresh run checks every position
       01  WS-RESUME-POINT                  VALUE SPACES.
           05  WS-RESUME-CUSTOMER           PIC X(10).
           05  WS-RESUME-CURRENCY           PIC X(3).

      *> Counts carried on the checkpoint so a resumed run's totals
      *> still cover the positions the failed run checked
       01  WS-CBV1-CARRY.
           05  WS-CARRY-CHECKED-COUNT       PIC 9(7).
           05  WS-CARRY-DRIFT-COUNT         PIC 9(7).
           05  WS-CARRY-REBASED-COUNT       PIC 9(7).

       01  WS-REBUILD-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-REBUILDS-DONE             VALUE 'Y'.

      *> skips a row back-dated after its date was rolled, and that
      *> skip is the drift this job reports.
       EXEC SQL
           DECLARE REBUILD-POSITION-CURSOR CURSOR WITH HOLD FOR
               SELECT D.ROLL_CUSTOMER, D.ROLL_CURRENCY,
                      SUM(D.ROLL_DELTA)
               FROM (
                          PAYMENT_AMOUNT
                   FROM PAD1
               ) AS D
               WHERE D.ROLL_CUSTOMER > :WS-RESUME-CUSTOMER
                  OR (D.ROLL_CUSTOMER = :WS-RESUME-CUSTOMER
                      AND D.ROLL_CURRENCY > :WS-RESUME-CURRENCY)
               GROUP BY D.ROLL_CUSTOMER, D.ROLL_CURRENCY
               ORDER BY D.ROLL_CUSTOMER, D.ROLL_CURRENCY
       END-EXEC.
           IF WS-APPLY-REQUESTED
               PERFORM CHECK-BATCH-AUTHORIZATION
           END-IF
           PERFORM READ-RESTART-POINT
           PERFORM REGISTER-RUN-START
           DISPLAY "===== CBV1 BALANCE VERIFICATION "
               WS-PARM-RUN-DATE " ====="
               DISPLAY "Apply mode - drifted rows will be re-based"
           END-IF
           PERFORM VERIFY-ALL-POSITIONS
           MOVE 'E' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           DISPLAY " "
           DISPLAY "Positions checked:           " WS-CHECKED-COUNT
           DISPLAY "Positions with drift:        " WS-DRIFT-COUNT
               STOP RUN
           END-IF.

       READ-RESTART-POINT.
      *> A checkpoint left by a failed run of the same date names
      *> the last position it committed - checking resumes after it.
           MOVE SPACES TO CKM1-COMM-AREA
           MOVE 0 TO CKM1-RETURN-CODE
           MOVE 'CBV1' TO MAIN-NAME OF CKM1-COMM-AREA
           MOVE 'CBV1' TO CKPT-PROGRAM
           MOVE WS-PARM-RUN-DATE TO CKPT-RUN-DATE
           MOVE 'R' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           IF CKPT-IS-RESTART
               MOVE CKPT-KEY TO WS-RESUME-POINT
               MOVE CKPT-CARRY-DATA TO WS-CBV1-CARRY
               MOVE WS-CARRY-CHECKED-COUNT TO WS-CHECKED-COUNT
               MOVE WS-CARRY-DRIFT-COUNT TO WS-DRIFT-COUNT
               MOVE WS-CARRY-REBASED-COUNT TO WS-REBASED-COUNT
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'CBV1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE CKPT-RESTART-POINT TO RUN-RESTART-POINT
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

               IF WS-APPLY-REQUESTED
                   PERFORM REBASE-ONE-POSITION
               END-IF
           END-IF
           MOVE WS-REBUILD-CUSTOMER-ID TO WS-RESUME-CUSTOMER
           MOVE WS-REBUILD-CURRENCY TO WS-RESUME-CURRENCY
           MOVE WS-RESUME-POINT TO CKPT-KEY
           MOVE WS-CHECKED-COUNT TO WS-CARRY-CHECKED-COUNT
           MOVE WS-DRIFT-COUNT TO WS-CARRY-DRIFT-COUNT
           MOVE WS-REBASED-COUNT TO WS-CARRY-REBASED-COUNT
           MOVE WS-CBV1-CARRY TO CKPT-CARRY-DATA
           MOVE 'C' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.

       REPORT-ONE-DRIFT.
           EXEC SQL
