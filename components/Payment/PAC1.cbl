       COPY TOL1SQL.
       COPY CFG1SQL.
       COPY GAD1SQL.
       COPY PMT1SQL.

       FILE SECTION.
       FD  PAC1-INPUT-FILE.
       COPY TOL1REC.
       COPY CFG1REC.
       COPY GAD1REC.
       COPY PMT1REC.

      *> Include the confirmation/exception record layouts
       COPY PAC1REC.
       COPY PAM5.
       01  PAM5-PGM                         PIC X(8) VALUE 'PAM5'.

      *> Inbound file register - a file whose details match one
      *> already loaded is refused, however it is dated.
       COPY IFM1.
       01  IFM1-PGM                         PIC X(8) VALUE 'IFM1'.

      *> Shared ID-format validation
       COPY IDV1.
       01  IDV1-PGM                         PIC X(8) VALUE 'IDV1'.
       MAIN-PROCESS.
           PERFORM READ-PARM-CARD
           PERFORM READ-WRITEOFF-CONFIG
           PERFORM FINGERPRINT-INPUT-FILE
           PERFORM REGISTER-INBOUND-FILE
           OPEN INPUT PAC1-INPUT-FILE
           OPEN OUTPUT PAC1-EXCEPTION-FILE
           OPEN OUTPUT PAC1-PARTIAL-FILE
               WS-TOLERATED-COUNT
           DISPLAY "  partial-settlement cases:                 "
               WS-PARTIAL-COUNT
           PERFORM COMPLETE-INBOUND-FILE
           STOP RUN.

       READ-PARM-CARD.
           STRING WS-PARM-RUN-DATE(6:2) WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-GEN-MONTH-DAY.

       FINGERPRINT-INPUT-FILE.
      *> A first pass counts the details and builds the register's
      *> hash and check value, so a repeat delivery is refused
      *> before a single record is applied.
           INITIALIZE IFM1-COMM-AREA
           MOVE 'PAC1' TO MAIN-NAME OF IFM1-COMM-AREA
           MOVE 'PAC1IN' TO FILE-SOURCE
           MOVE 'PAC1' TO FILE-LOAD-PROGRAM
           MOVE WS-PARM-RUN-DATE TO FILE-RUN-DATE
           MOVE 'A' TO FILE-ACTION-CODE
           OPEN INPUT PAC1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ PAC1-INPUT-FILE INTO PAC1-INPUT-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PAC1-INPUT-RECORD TO FILE-DETAIL-IMAGE
                       MOVE LENGTH OF PAC1-INPUT-RECORD
                           TO FILE-DETAIL-LENGTH
                       MOVE PAC1-CONFIRMED-AMOUNT
                           TO FILE-DETAIL-AMOUNT
                       CALL IFM1-PGM USING IFM1-COMM-AREA
               END-READ
           END-PERFORM
           CLOSE PAC1-INPUT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       REGISTER-INBOUND-FILE.
      *> The same file delivered twice, or re-sent on top of a load
      *> that never finished, is refused on its details - whatever
      *> date it arrives under.
           MOVE 'R' TO FILE-ACTION-CODE
           CALL IFM1-PGM USING IFM1-COMM-AREA
           IF FILE-IS-DUPLICATE
               DISPLAY "PAC1: PAC1IN repeats the file received "
                   FILE-DUPLICATE-OF " - refused, nothing loaded"
               STOP RUN
           END-IF.

       COMPLETE-INBOUND-FILE.
           MOVE 'E' TO FILE-ACTION-CODE
           MOVE 'C' TO FILE-LOAD-STATUS
      *> A confirmation sent to the partial-settlement desk was not
      *> applied, so it counts with the exceptions.
           MOVE WS-CLEARED-COUNT TO FILE-LOADED-COUNT
           COMPUTE FILE-REJECTED-COUNT =
               WS-EXCEPTION-COUNT + WS-PARTIAL-COUNT
           CALL IFM1-PGM USING IFM1-COMM-AREA.

       READ-WRITEOFF-CONFIG.
           MOVE 'N' TO WS-WRITEOFF-ARMED-SWITCH
           MOVE WS-WRITEOFF-ACCOUNT-PARM TO PARM-NAME OF CFG1-REC
           IF SQLCODE NOT = 0
               DISPLAY "  PAC1: write-off posting failed for "
                   "payment " PAC1-PAYMENT-ID ", SQLCODE " SQLCODE
           END-IF
           MOVE 'WOFF' TO TOUCH-REASON OF PMT1-REC
           PERFORM RECORD-MANUAL-TOUCH.

       INSERT-WRITEOFF-ENTRY.
           EXEC SQL
           MOVE PAC1-CONFIRMED-AMOUNT TO PAC1-PAR-CONFIRMED
           MOVE WS-DIFFERENCE TO PAC1-PAR-SHORTFALL
           MOVE WS-ONFILE-CURRENCY TO PAC1-PAR-CURRENCY
           WRITE PAC1-PARTIAL-OUT FROM PAC1-PARTIAL-RECORD
           MOVE 'PART' TO TOUCH-REASON OF PMT1-REC
           PERFORM RECORD-MANUAL-TOUCH.

       RECORD-MANUAL-TOUCH.
      *> Neither a tolerance write-off nor a partial case leaves a
      *> mark on PAD1 - the PMT1 row is how the straight-through
      *> report knows this payment was not.
           MOVE PAC1-PAYMENT-ID TO PAYMENT-ID OF PMT1-REC
           MOVE WS-PARM-RUN-DATE TO TOUCH-DATE OF PMT1-REC
           MOVE 'PAC1' TO TOUCH-PROGRAM OF PMT1-REC
           MOVE WS-PARM-USER-ID TO TOUCH-USER OF PMT1-REC
           EXEC SQL
               INSERT INTO PMT1
                   (PAYMENT_ID, TOUCH_REASON, TOUCH_DATE,
                    TOUCH_PROGRAM, TOUCH_USER)
               VALUES
                   (:PMT1-REC.PAYMENT-ID, :PMT1-REC.TOUCH-REASON,
                    :PMT1-REC.TOUCH-DATE, :PMT1-REC.TOUCH-PROGRAM,
                    :PMT1-REC.TOUCH-USER)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "  PAC1: manual-touch row not recorded for "
                   "payment " PAC1-PAYMENT-ID ", SQLCODE " SQLCODE
           END-IF.

       CLEAR-ONE-PAYMENT.
      *> The clear goes through PAM5, not a raw UPDATE, so the status
