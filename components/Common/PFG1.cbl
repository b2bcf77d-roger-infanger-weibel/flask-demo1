
      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY CHS1SQL.
       COPY BDR1SQL.


      *> Threshold-based operator alerting (see ALM1) - the comm
      *> area's return-code field is renamed so this program can
      *> still set the RETURN-CODE special register CHN1 fails on.
       COPY ALM1
           REPLACING RETURN-CODE BY ALM1-RETURN-CODE.
       01  ALM1-PGM                         PIC X(8) VALUE 'ALM1'.

       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate PAM1 and RCN1 convert at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.

       01  WS-CURRENCY-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CURRENCIES-DONE           VALUE 'Y'.
       01  WS-CHECK-CURRENCY                PIC X(3).

       01  WS-PRIOR-DATE                    PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
      *> pending currency, tonight's run date on every interface
      *> file's BIF1 header, yesterday's chain fully complete, and
      *> the BDR1 register where EOD1 left it. Any failure ends
      *> with a nonzero return code, which is what holds the chain.
           PERFORM READ-PARM-CARD
           DISPLAY "===== PFG1 PRE-FLIGHT GATE " WS-PARM-RUN-DATE
               " ====="
           END-EXEC.

       CHECK-ONE-CURRENCY-RATE.
      *> A currency with no direct pair still converts if EXM1 can
      *> make the rate as an inverse or a cross through the base.
           MOVE SPACES TO EXM1-COMM-AREA
           MOVE WS-CHECK-CURRENCY TO EXM1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
           MOVE WS-PARM-RUN-DATE TO EXM1-RATE-DATE-LIMIT
           MOVE 0 TO EXM1-AMOUNT
           CALL EXM1-PGM USING EXM1-COMM-AREA
           IF NOT EXM1-RATE-FOUND
               ADD 1 TO WS-FAILURE-COUNT
               DISPLAY "  FAIL: no " WS-BASE-CURRENCY " rate on"
                   " file for pending currency " WS-CHECK-CURRENCY
           END-EVALUATE.

       CHECK-PRIOR-CHAIN-COMPLETE.
      *> A step still at 'S' (or failed at 'F') from yesterday
      *> never finished - tonight must not stack a second night on
      *> top of a half-applied one.
           MOVE 0 TO WS-STUCK-STEP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-STUCK-STEP-COUNT
               FROM CHS1
               WHERE RUN_DATE = :WS-PRIOR-DATE
                 AND STEP_STATUS IN ('S', 'F')
           END-EXEC
           IF WS-STUCK-STEP-COUNT > 0
               ADD 1 TO WS-FAILURE-COUNT
