       COPY BDR1SQL.
       COPY CFG1SQL.
       COPY GSQ1SQL.
       COPY FXC1SQL.

       FILE SECTION.
       FD  GLX1-EXTRACT-FILE.
       COPY BDR1REC.
       COPY CFG1REC.
       COPY GSQ1REC.
       COPY FXC1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.
       01  WS-SUSPENSE-COUNT                PIC 9(7) VALUE 0.
       01  WS-SAVED-REASON                  PIC X(100).

      *> FX margin income - the margin PAM2 booked on FXC1 for a
      *> cross-currency payment is posted through GAM1 under the
      *> '07'/'08' suffixes, debit derived the usual GPR1 way for the
      *> margin's currency, credit to the CFG1 FX income account.
      *> Unconfigured, margins stay unposted on FXC1 until it is.
       01  WS-FX-INCOME-PARM                PIC X(20)
           VALUE 'GL-FX-INCOME'.
       01  WS-FX-INCOME-ACCOUNT             PIC X(10).
       01  WS-FX-ARMED-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-FX-ARMED                  VALUE 'Y'.
       01  WS-MARGIN-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-MARGINS-DONE              VALUE 'Y'.
       01  WS-MARGIN-POSTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-MARGIN-REJECTED-COUNT         PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Payments cleared on or before the run date, not yet fed to
      *> the GL - the same clearing population SET1's settlement
      *> cursor sends to the bank, so the GL feed and the bank file
      *> never disagree about what cleared. A payment released after
      *> approval or cleared late is picked up by the clearing time
      *> it carries, not the day it was entered; one GAM1 rejected
      *> has no GXC1 row and comes round again on the next run.
       EXEC SQL
           DECLARE CLEARED-PAYMENT-CURSOR CURSOR FOR
               SELECT PAYMENT_ID, CUSTOMER_ID, PAYMENT_DATE,
                      PAYMENT_AMOUNT, PAYMENT_CURRENCY
               FROM PAD1
               WHERE PAYMENT_STATUS_CODE = 'C'
                 AND CLEARED_TIMESTAMP <> ' '
                 AND SUBSTR(CLEARED_TIMESTAMP, 1, 10)
                     <= :WS-PARM-RUN-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM GXC1 X
                      WHERE X.PAYMENT_ID = PAD1.PAYMENT_ID)
               ORDER BY PAYMENT_ID
       END-EXEC.

      *> FX margins not yet on the GL, for payments already fed -
      *> picked up on any later run too, so a margin GAM1 refused
      *> one night is retried the next.
       EXEC SQL
           DECLARE FX-MARGIN-CURSOR CURSOR FOR
               SELECT F.PAYMENT_ID, F.TO_CURRENCY, F.MARGIN_AMOUNT
               FROM FXC1 F
               INNER JOIN GXC1 X ON X.PAYMENT_ID = F.PAYMENT_ID
               WHERE F.POSTED_FLAG = 'N'
                 AND F.MARGIN_AMOUNT <> 0
               ORDER BY F.PAYMENT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM READ-SUSPENSE-CONFIG
           PERFORM READ-FX-INCOME-CONFIG
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT GLX1-EXTRACT-FILE
           PERFORM WRITE-FEED-HEADER
           PERFORM FEED-CLEARED-PAYMENTS-TO-GL
           PERFORM POST-PENDING-FX-MARGINS
           PERFORM WRITE-FEED-TRAILER
           CLOSE GLX1-EXTRACT-FILE
           DISPLAY "GLX1 extracted " WS-EXTRACT-COUNT
           DISPLAY "  posted: " WS-POSTED-COUNT
               " rejected: " WS-REJECTED-COUNT
               " parked in suspense: " WS-SUSPENSE-COUNT
           DISPLAY "  FX margins posted: " WS-MARGIN-POSTED-COUNT
               " rejected: " WS-MARGIN-REJECTED-COUNT
           PERFORM RAISE-OPERATOR-ALERTS
           DISPLAY "  skipped as already fed on a prior run: "
               WS-ALREADY-FED-COUNT
               END-IF
           END-IF.

       READ-FX-INCOME-CONFIG.
           MOVE 'N' TO WS-FX-ARMED-SWITCH
           MOVE WS-FX-INCOME-PARM TO PARM-NAME OF CFG1-REC
           PERFORM READ-ONE-CONFIG-PARM
           IF WS-PARM-FOUND
               MOVE PARM-VALUE OF CFG1-REC(1:10)
                   TO WS-FX-INCOME-ACCOUNT
               SET WS-FX-ARMED TO TRUE
           ELSE
               DISPLAY "GLX1: no " WS-FX-INCOME-PARM
                   " account on CFG1 - FX margins left unposted"
           END-IF.

       READ-ONE-CONFIG-PARM.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           EXEC SQL
                   ERROR-MESSAGE OF GAM1-COMM-AREA
           END-IF.

       POST-PENDING-FX-MARGINS.
           IF WS-FX-ARMED
               MOVE 'N' TO WS-MARGIN-SWITCH
               EXEC SQL
                   OPEN FX-MARGIN-CURSOR
               END-EXEC
               PERFORM UNTIL WS-MARGINS-DONE
                   EXEC SQL
                       FETCH FX-MARGIN-CURSOR
                       INTO :FXC1-REC.PAYMENT-ID,
                            :FXC1-REC.TO-CURRENCY,
                            :FXC1-REC.MARGIN-AMOUNT
                   END-EXEC
                   IF SQLCODE = 100
                       SET WS-MARGINS-DONE TO TRUE
                   ELSE
                       PERFORM POST-ONE-FX-MARGIN
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE FX-MARGIN-CURSOR
               END-EXEC
           END-IF.

       POST-ONE-FX-MARGIN.
      *> The margin is the customer's extra charge over the mid rate,
      *> in the balance currency - it lands in clearing with the rest
      *> of the payment and is earned to FX income.
           MOVE SPACES TO GAM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF GAM1-COMM-AREA
           MOVE 'GLX1' TO MAIN-NAME OF GAM1-COMM-AREA
           MOVE PAYMENT-ID OF FXC1-REC TO PAYMENT-ID OF GAM1-COMM-AREA
           MOVE 'GLX1' TO USER-ID OF GAM1-COMM-AREA
           MOVE '07' TO ENTRY-SUFFIX OF GAM1-COMM-AREA
           MOVE WS-FX-INCOME-ACCOUNT
               TO CREDIT-ACCOUNT OF GAM1-COMM-AREA
           MOVE 'Y' TO POST-AMOUNT-FLAG OF GAM1-COMM-AREA
           MOVE MARGIN-AMOUNT OF FXC1-REC
               TO POST-AMOUNT OF GAM1-COMM-AREA
           MOVE TO-CURRENCY OF FXC1-REC
               TO POST-CURRENCY OF GAM1-COMM-AREA
           CALL GAM1-PGM USING GAM1-COMM-AREA
           IF LEDGER-STATUS OF GAM1-COMM-AREA = 'S'
               EXEC SQL
                   UPDATE FXC1
                   SET POSTED_FLAG = 'Y',
                       POSTED_DATE = :WS-PARM-RUN-DATE
                   WHERE PAYMENT_ID = :FXC1-REC.PAYMENT-ID
               END-EXEC
               ADD 1 TO WS-MARGIN-POSTED-COUNT
           ELSE
               ADD 1 TO WS-MARGIN-REJECTED-COUNT
               DISPLAY "  FX margin posting rejected for payment "
                   PAYMENT-ID OF FXC1-REC ": "
                   ERROR-MESSAGE OF GAM1-COMM-AREA
           END-IF.

       INSERT-SUSPENSE-QUEUE-ROW.
           MOVE PAYMENT-ID OF PAD1-REC TO PAYMENT-ID OF GSQ1-REC
           MOVE WS-PARM-RUN-DATE TO SUSPENSE-DATE OF GSQ1-REC
