       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BNR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY BEN1SQL.
       COPY BNK1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY BEN1REC.
       COPY BNK1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Threshold-based operator alerting (see ALM1)
       COPY ALM1.
       01  ALM1-PGM                         PIC X(8) VALUE 'ALM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

      *> How far ahead a published closure is worth warning about
      *> lives on CFG1 - no row defaults to ninety days, enough for
      *> the desk to reach the customer before the bank goes.
       01  WS-HORIZON-PARM                  PIC X(20)
           VALUE 'BANK-CLOSE-HORIZON'.
       01  WS-HORIZON-DAYS                  PIC 9(4).
       01  WS-HORIZON-DATE                  PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.
       01  WS-RUN-INTEGER                   PIC S9(9) COMP.

       01  WS-PAYEE-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-PAYEES-DONE               VALUE 'Y'.

       01  WS-AFFECTED-COUNT                PIC S9(9) COMP VALUE 0.
       01  WS-MERGED-COUNT                  PIC S9(9) COMP VALUE 0.
       01  WS-CLOSED-COUNT                  PIC S9(9) COMP VALUE 0.
       01  WS-CLOSING-COUNT                 PIC S9(9) COMP VALUE 0.
       01  WS-BANK-STATE                    PIC X(8).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every active payee whose bank has a successor on the BNK1
      *> directory or a closure date inside the horizon, by bank so
      *> the desk works one bank's customers together.
       EXEC SQL
           DECLARE BANK-CHANGE-CURSOR CURSOR FOR
               SELECT B.BENEFICIARY_ID, B.CUSTOMER_ID,
                      B.BENEFICIARY_NAME, B.BANK_ID,
                      K.BANK_NAME, K.CLOSURE_DATE,
                      K.SUCCESSOR_BANK_ID
               FROM BEN1 B, BNK1 K
               WHERE K.BANK_ID = B.BANK_ID
                 AND B.BENEFICIARY_STATUS = 'A'
                 AND (K.SUCCESSOR_BANK_ID <> ' '
                      OR K.CLOSURE_DATE <= :WS-HORIZON-DATE)
               ORDER BY B.BANK_ID, B.CUSTOMER_ID, B.BENEFICIARY_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Monthly, after the BNL1 directory load - the payees whose
      *> bank has merged or is about to close, so the desk can get
      *> new details from the customer before PAM2 starts refusing
      *> their payments.
           PERFORM READ-PARM-CARD
           DISPLAY "===== BNR1 BENEFICIARY BANK CHANGE REPORT "
               WS-PARM-RUN-DATE " ====="
           DISPLAY "Closure horizon: " WS-HORIZON-DAYS " day(s) to "
               WS-HORIZON-DATE
           PERFORM LIST-AFFECTED-PAYEES
           DISPLAY " "
           DISPLAY "Payees at a merged bank:   " WS-MERGED-COUNT
           DISPLAY "Payees at a closed bank:   " WS-CLOSED-COUNT
           DISPLAY "Payees at a closing bank:  " WS-CLOSING-COUNT
           DISPLAY "Payees needing new details: " WS-AFFECTED-COUNT
           PERFORM RAISE-OPERATOR-ALERTS
           DISPLAY "================================================="
           STOP RUN.

       READ-PARM-CARD.
      *> Run date comes in on a parm card, same idiom as the other
      *> batch drivers' parm cards - blank reads the BDR1 register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           MOVE 90 TO WS-HORIZON-DAYS
           MOVE WS-HORIZON-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-HORIZON-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-DATE-INTEGER = WS-RUN-INTEGER + WS-HORIZON-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-HORIZON-DATE.

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

       LIST-AFFECTED-PAYEES.
           MOVE 'N' TO WS-PAYEE-SWITCH
           EXEC SQL
               OPEN BANK-CHANGE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-PAYEES-DONE
               EXEC SQL
                   FETCH BANK-CHANGE-CURSOR
                   INTO :BEN1-REC.BENEFICIARY-ID,
                        :BEN1-REC.CUSTOMER-ID,
                        :BEN1-REC.BENEFICIARY-NAME,
                        :BEN1-REC.BANK-ID,
                        :BNK1-REC.BANK-NAME,
                        :BNK1-REC.CLOSURE-DATE,
                        :BNK1-REC.SUCCESSOR-BANK-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-PAYEES-DONE TO TRUE
               ELSE
                   PERFORM REPORT-ONE-PAYEE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE BANK-CHANGE-CURSOR
           END-EXEC.

       REPORT-ONE-PAYEE.
      *> A merger names the successor to re-point the payee at; a
      *> closure already past is the one PAM2 is refusing today.
           ADD 1 TO WS-AFFECTED-COUNT
           EVALUATE TRUE
               WHEN SUCCESSOR-BANK-ID OF BNK1-REC NOT = SPACES
                   MOVE 'MERGED' TO WS-BANK-STATE
                   ADD 1 TO WS-MERGED-COUNT
               WHEN CLOSURE-DATE OF BNK1-REC NOT > WS-PARM-RUN-DATE
                   MOVE 'CLOSED' TO WS-BANK-STATE
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   MOVE 'CLOSING' TO WS-BANK-STATE
                   ADD 1 TO WS-CLOSING-COUNT
           END-EVALUATE
           DISPLAY "  Payee " BENEFICIARY-ID OF BEN1-REC
               " customer " CUSTOMER-ID OF BEN1-REC
               " " BENEFICIARY-NAME OF BEN1-REC
           DISPLAY "    bank " BANK-ID OF BEN1-REC
               " " BANK-NAME OF BNK1-REC
               " " WS-BANK-STATE
               " closes " CLOSURE-DATE OF BNK1-REC
               " successor " SUCCESSOR-BANK-ID OF BNK1-REC.

       RAISE-OPERATOR-ALERTS.
           MOVE SPACES TO ALM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ALM1-COMM-AREA
           MOVE 'BNR1' TO MAIN-NAME OF ALM1-COMM-AREA
           MOVE 'BNR1' TO ALERT-PROGRAM
           MOVE 'ALERT-BNR1-BANKCHG' TO ALERT-PARM-NAME
           MOVE 'W' TO ALERT-SEVERITY
           MOVE WS-AFFECTED-COUNT TO ALERT-COUNT
           MOVE 'payees at a merged or closing bank'
               TO ALERT-TEXT
           CALL ALM1-PGM USING ALM1-COMM-AREA.
