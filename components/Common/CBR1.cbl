       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Commit-interval checkpointing - CKM1 commits every so many
      *> balance rows and keeps the last customer and currency rolled
      *> on CKP1, so a rerun after an abend resumes after it.
       COPY CKM1 REPLACING RETURN-CODE BY CKM1-RETURN-CODE.
       01  CKM1-PGM                         PIC X(8) VALUE 'CKM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

      *> Last customer and currency the failed run committed - spaces
      *> sort below every key, so a fresh run reads the whole day
       01  WS-RESUME-POINT                  VALUE SPACES.
           05  WS-RESUME-CUSTOMER           PIC X(10).
           05  WS-RESUME-CURRENCY           PIC X(3).

      *> Counts carried on the checkpoint so a resumed run's totals
      *> still cover the rows the failed run rolled
       01  WS-CBR1-CARRY.
           05  WS-CARRY-APPLIED-COUNT       PIC 9(7).
           05  WS-CARRY-SKIPPED-COUNT       PIC 9(7).
           05  WS-CARRY-ERROR-COUNT         PIC 9(7).

       01  WS-DELTA-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-DELTAS-DONE               VALUE 'Y'.

      *> the base-currency row in the first pass and then skip the
      *> same customer's base-currency payments in the second.
       EXEC SQL
           DECLARE DAY-DELTA-CURSOR CURSOR WITH HOLD FOR
               SELECT D.ROLL_CUSTOMER, D.ROLL_CURRENCY,
                      SUM(D.ROLL_DELTA)
               FROM (
                   FROM PAD1
                   WHERE PAYMENT_DATE = :WS-PARM-RUN-DATE
               ) AS D
               WHERE D.ROLL_CUSTOMER > :WS-RESUME-CUSTOMER
                  OR (D.ROLL_CUSTOMER = :WS-RESUME-CUSTOMER
                      AND D.ROLL_CURRENCY > :WS-RESUME-CURRENCY)
               GROUP BY D.ROLL_CUSTOMER, D.ROLL_CURRENCY
               ORDER BY D.ROLL_CUSTOMER, D.ROLL_CURRENCY
       END-EXEC.
           PERFORM READ-PARM-CARD
           DISPLAY "===== CBR1 BALANCE ROLL " WS-PARM-RUN-DATE
               " ====="
           PERFORM READ-RESTART-POINT
           PERFORM REGISTER-RUN-START
           IF CKPT-PHASE NOT = 'SNAP'
               PERFORM ROLL-DAY-DELTAS
               MOVE 'SNAP' TO CKPT-PHASE
               MOVE SPACES TO CKPT-KEY
               PERFORM SAVE-ROLL-COUNTS
               MOVE 'K' TO CKPT-ACTION-CODE
               CALL CKM1-PGM USING CKM1-COMM-AREA
           END-IF
           PERFORM SNAPSHOT-DAY-POSITIONS
           MOVE 'E' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           PERFORM REGISTER-RUN-END
           DISPLAY " "
           DISPLAY "Balance rows applied:        " WS-APPLIED-COUNT
           DISPLAY "Rows already rolled today:   " WS-SKIPPED-COUNT
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       READ-RESTART-POINT.
      *> A checkpoint left by a failed roll of the same date names
      *> the last customer and currency it committed, or SNAP once
      *> every delta was rolled and only the snapshot remains.
           MOVE SPACES TO CKM1-COMM-AREA
           MOVE 0 TO CKM1-RETURN-CODE
           MOVE 'CBR1' TO MAIN-NAME OF CKM1-COMM-AREA
           MOVE 'CBR1' TO CKPT-PROGRAM
           MOVE WS-PARM-RUN-DATE TO CKPT-RUN-DATE
           MOVE 'R' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           IF CKPT-IS-RESTART
               IF CKPT-PHASE NOT = 'SNAP'
                   MOVE CKPT-KEY TO WS-RESUME-POINT
               END-IF
               MOVE CKPT-CARRY-DATA TO WS-CBR1-CARRY
               MOVE WS-CARRY-APPLIED-COUNT TO WS-APPLIED-COUNT
               MOVE WS-CARRY-SKIPPED-COUNT TO WS-SKIPPED-COUNT
               MOVE WS-CARRY-ERROR-COUNT TO WS-ERROR-COUNT
           ELSE
               MOVE 'ROLL' TO CKPT-PHASE
           END-IF.

       SAVE-ROLL-COUNTS.
           MOVE WS-APPLIED-COUNT TO WS-CARRY-APPLIED-COUNT
           MOVE WS-SKIPPED-COUNT TO WS-CARRY-SKIPPED-COUNT
           MOVE WS-ERROR-COUNT TO WS-CARRY-ERROR-COUNT
           MOVE WS-CBR1-CARRY TO CKPT-CARRY-DATA.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'CBR1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'CBR1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE CKPT-RESTART-POINT TO RUN-RESTART-POINT
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 8 tells operations a balance row failed to roll.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-APPLIED-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       ROLL-DAY-DELTAS.
           MOVE 'N' TO WS-DELTA-SWITCH
           EXEC SQL
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   DISPLAY "  Roll failed for customer "
                       WS-ROLL-CUSTOMER-ID ": " ERRM1-MESSAGE
           END-EVALUATE
           MOVE WS-ROLL-CUSTOMER-ID TO WS-RESUME-CUSTOMER
           MOVE WS-ROLL-CURRENCY TO WS-RESUME-CURRENCY
           MOVE WS-RESUME-POINT TO CKPT-KEY
           PERFORM SAVE-ROLL-COUNTS
           MOVE 'C' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.

       SNAPSHOT-DAY-POSITIONS.
      *> The rolled positions are captured onto CBH1 as this day's
