      *> Include the dclgen Db2 layouts
       COPY EXR1SQL.
       COPY CUR1SQL.
       COPY ERH1SQL.
       COPY CFG1SQL.

       FILE SECTION.
       FD  ELD1-INPUT-FILE.
      *> Include the Db2 host fields
       COPY EXR1REC.
       COPY CUR1REC.
       COPY ERH1REC.
       COPY CFG1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.

       01  WS-LOADED-COUNT                   PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT                     PIC 9(7) VALUE 0.

      *> Threshold-based operator alerting (see ALM1) - Treasury is
      *> told the same night a rate is waiting on their decision.
       COPY ALM1.
       01  ALM1-PGM                          PIC X(8) VALUE 'ALM1'.

      *> A decimal-shift error in the vendor file once went straight
      *> onto EXR1 and through GRV1's revaluation. Each rate is now
      *> measured against the pair's previous rate; a move larger
      *> than the currency's CUR1 tolerance (the larger of the two
      *> currencies', or the CFG1 default where neither has one) is
      *> held on ERH1 for Treasury instead of being applied.
       01  WS-TOLERANCE-PARM                 PIC X(20)
           VALUE 'RATE-JUMP-PCT'.
       01  WS-DEFAULT-TOLERANCE              PIC S9(3)V99 COMP-3
           VALUE 10.
       01  WS-TOLERANCE-PCT                  PIC S9(3)V99 COMP-3.
       01  WS-CHANGE-PCT                     PIC S9(7)V99 COMP-3.
       01  WS-NEW-RATE                       PIC S9(5)V9(6) COMP-3.
       01  WS-HOLD-SWITCH                    PIC X(1).
           88  WS-RATE-HELD                  VALUE 'Y'.
       01  WS-EDIT-CHANGE                    PIC -(6)9.99.
       01  WS-EDIT-TOLERANCE                 PIC ZZ9.99.

       01  WS-REJECT-REASON                  PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
           PERFORM READ-DEFAULT-TOLERANCE
           OPEN INPUT ELD1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ ELD1-INPUT-FILE
           CLOSE ELD1-INPUT-FILE
           DISPLAY "ELD1 rate load complete - loaded "
               WS-LOADED-COUNT " rejected " WS-REJECTED-COUNT
               " held " WS-HELD-COUNT
           IF WS-HELD-COUNT > 0
               PERFORM RAISE-HELD-RATE-ALERT
           END-IF
           STOP RUN.

       READ-DEFAULT-TOLERANCE.
           MOVE WS-TOLERANCE-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-DEFAULT-TOLERANCE =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF.

       RAISE-HELD-RATE-ALERT.
           MOVE SPACES TO ALM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ALM1-COMM-AREA
           MOVE 'ELD1' TO MAIN-NAME OF ALM1-COMM-AREA
           MOVE 'ELD1' TO ALERT-PROGRAM
           MOVE 'ALERT-ELD1-HELD' TO ALERT-PARM-NAME
           MOVE 'C' TO ALERT-SEVERITY
           MOVE WS-HELD-COUNT TO ALERT-COUNT
           MOVE 'rates held for Treasury release on EHO1'
               TO ALERT-TEXT
           CALL ALM1-PGM USING ALM1-COMM-AREA.

       LOAD-ONE-RATE.
           PERFORM VALIDATE-ONE-RATE
           IF WS-REJECT-REASON = SPACES
               PERFORM REPLACE-DATES-OLD-RATES
               PERFORM CHECK-RATE-JUMP
               IF WS-RATE-HELD
                   PERFORM HOLD-ONE-RATE
               ELSE
                   PERFORM INSERT-ONE-RATE
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  Rejected rate " ELD1-FROM-CURRENCY "/"
                   DELETE FROM EXR1
                   WHERE RATE_DATE = :EXR1-REC.RATE-DATE
               END-EXEC
      *> Rates still held from an earlier feed for the same date
      *> are superseded by this one - Treasury decides on the
      *> rates the new file brings, not the old.
               EXEC SQL
                   UPDATE ERH1
                   SET HOLD_STATUS = 'S'
                   WHERE RATE_DATE = :EXR1-REC.RATE-DATE
                     AND HOLD_STATUS = 'P'
               END-EXEC
               ADD 1 TO WS-CLEARED-DATE-COUNT
               MOVE ELD1-RATE-DATE
                   TO WS-CLEARED-DATE(WS-CLEARED-DATE-COUNT)
               END-IF
           END-PERFORM.

       CHECK-RATE-JUMP.
      *> The newest rate before this one's date is the previous
      *> business day's - weekends and holidays have none of their
      *> own. A pair with no earlier rate has nothing to measure
      *> against and loads as before.
           MOVE 'N' TO WS-HOLD-SWITCH
           MOVE ELD1-FROM-CURRENCY TO FROM-CURRENCY OF EXR1-REC
           MOVE ELD1-TO-CURRENCY TO TO-CURRENCY OF EXR1-REC
           MOVE ELD1-RATE-DATE TO RATE-DATE OF EXR1-REC
           EXEC SQL
               SELECT RATE_DATE, EXCHANGE_RATE
               INTO :ERH1-REC.PRIOR-RATE-DATE, :ERH1-REC.PRIOR-RATE
               FROM EXR1
               WHERE FROM_CURRENCY = :EXR1-REC.FROM-CURRENCY
                 AND TO_CURRENCY = :EXR1-REC.TO-CURRENCY
                 AND RATE_DATE =
                     (SELECT MAX(RATE_DATE) FROM EXR1
                      WHERE FROM_CURRENCY = :EXR1-REC.FROM-CURRENCY
                        AND TO_CURRENCY = :EXR1-REC.TO-CURRENCY
                        AND RATE_DATE < :EXR1-REC.RATE-DATE)
           END-EXEC
           IF SQLCODE = 0 AND PRIOR-RATE OF ERH1-REC NOT = 0
               PERFORM READ-PAIR-TOLERANCE
               MOVE ELD1-EXCHANGE-RATE TO WS-NEW-RATE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-NEW-RATE - PRIOR-RATE OF ERH1-REC) * 100
                   / PRIOR-RATE OF ERH1-REC
               IF WS-CHANGE-PCT < 0
                   COMPUTE WS-CHANGE-PCT = 0 - WS-CHANGE-PCT
               END-IF
               IF WS-CHANGE-PCT > WS-TOLERANCE-PCT
                   SET WS-RATE-HELD TO TRUE
               END-IF
           END-IF.

       READ-PAIR-TOLERANCE.
           MOVE 0 TO WS-TOLERANCE-PCT
           EXEC SQL
               SELECT COALESCE(MAX(RATE_TOLERANCE_PCT), 0)
               INTO :WS-TOLERANCE-PCT
               FROM CUR1
               WHERE CURRENCY_CODE IN (:ELD1-FROM-CURRENCY,
                                       :ELD1-TO-CURRENCY)
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-TOLERANCE-PCT NOT > 0
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE-PCT
           END-IF.

       HOLD-ONE-RATE.
           EXEC SQL
               SELECT COALESCE(MAX(HOLD_NUMBER), 0) + 1
               INTO :ERH1-REC.HOLD-NUMBER
               FROM ERH1
           END-EXEC
           MOVE ELD1-FROM-CURRENCY TO FROM-CURRENCY OF ERH1-REC
           MOVE ELD1-TO-CURRENCY TO TO-CURRENCY OF ERH1-REC
           MOVE ELD1-RATE-DATE TO RATE-DATE OF ERH1-REC
           MOVE WS-NEW-RATE TO EXCHANGE-RATE OF ERH1-REC
           MOVE WS-CHANGE-PCT TO CHANGE-PCT OF ERH1-REC
           MOVE WS-TOLERANCE-PCT TO TOLERANCE-PCT OF ERH1-REC
           MOVE WS-RUN-DATE TO HELD-DATE OF ERH1-REC
           MOVE 'P' TO HOLD-STATUS OF ERH1-REC
           MOVE SPACES TO DECISION-USER OF ERH1-REC
           MOVE '0001-01-01' TO DECISION-DATE OF ERH1-REC
           EXEC SQL
               INSERT INTO ERH1
                   (HOLD_NUMBER, FROM_CURRENCY, TO_CURRENCY,
                    RATE_DATE, EXCHANGE_RATE, PRIOR_RATE_DATE,
                    PRIOR_RATE, CHANGE_PCT, TOLERANCE_PCT,
                    HELD_DATE, HOLD_STATUS, DECISION_USER,
                    DECISION_DATE)
               VALUES
                   (:ERH1-REC.HOLD-NUMBER, :ERH1-REC.FROM-CURRENCY,
                    :ERH1-REC.TO-CURRENCY, :ERH1-REC.RATE-DATE,
                    :ERH1-REC.EXCHANGE-RATE,
                    :ERH1-REC.PRIOR-RATE-DATE,
                    :ERH1-REC.PRIOR-RATE, :ERH1-REC.CHANGE-PCT,
                    :ERH1-REC.TOLERANCE-PCT, :ERH1-REC.HELD-DATE,
                    :ERH1-REC.HOLD-STATUS, :ERH1-REC.DECISION-USER,
                    :ERH1-REC.DECISION-DATE)
           END-EXEC
           MOVE WS-CHANGE-PCT TO WS-EDIT-CHANGE
           MOVE WS-TOLERANCE-PCT TO WS-EDIT-TOLERANCE
           IF SQLCODE = 0
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "  Held rate " ELD1-FROM-CURRENCY "/"
                   ELD1-TO-CURRENCY " " ELD1-RATE-DATE ": moved "
                   WS-EDIT-CHANGE "% against tolerance "
                   WS-EDIT-TOLERANCE "% - awaiting Treasury"
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "  Rejected rate " ELD1-FROM-CURRENCY "/"
                   ELD1-TO-CURRENCY " " ELD1-RATE-DATE ": "
                   ERRM1-MESSAGE
           END-IF.

       INSERT-ONE-RATE.
           MOVE ELD1-FROM-CURRENCY TO FROM-CURRENCY OF EXR1-REC
           MOVE ELD1-TO-CURRENCY TO TO-CURRENCY OF EXR1-REC
