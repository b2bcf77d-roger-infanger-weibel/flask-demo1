      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.
       COPY RPR1SQL.
       COPY RPQ1SQL.
       COPY DUN1SQL.

       FILE SECTION.
       FD  BRT1-INPUT-FILE.
      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY CFG1REC.
       COPY BDR1REC.
       COPY RPR1REC.
       COPY RPQ1REC.
       COPY DUN1REC.

      *> Include the return/exception record layouts
       COPY BRT1REC.
       COPY PAM8.
       01  PAM8-PGM                         PIC X(8) VALUE 'PAM8'.

      *> Inbound file register - a file whose details match one
      *> already loaded is refused, however it is dated.
       COPY IFM1.
       01  IFM1-PGM                         PIC X(8) VALUE 'IFM1'.

      *> Return fee as a proper BAD1 transaction
       COPY BAM3.
       01  BAM3-PGM                         PIC X(8) VALUE 'BAM3'.

       01  WS-ONFILE-STATUS-CODE            PIC X(1).
       01  WS-ONFILE-CUSTOMER-ID            PIC X(10).
       01  WS-ONFILE-AMOUNT                 PIC S9(9)V99 COMP-3.
       01  WS-ONFILE-CURRENCY               PIC X(3).
       01  WS-ONFILE-MANDATE-ID             PIC X(10).
       01  WS-ONFILE-ORIGINAL-ID            PIC X(10).

      *> Re-presentation of a returned direct debit - the RPR1 rule
      *> for the return reason says how many more tries, how many
      *> days apart, and whether the return is charged. The series
      *> is counted from the first collection every re-presentation
      *> links back to; a series out of tries goes to DUN1 dunning.
       01  WS-RULE-FOUND-SWITCH             PIC X(1).
           88  WS-RULE-FOUND                VALUE 'Y'.
       01  WS-SERIES-PAYMENT-ID             PIC X(10).
       01  WS-ATTEMPTS-MADE                 PIC S9(9) COMP.
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.
       01  WS-REPRESENT-COUNT               PIC 9(7) VALUE 0.
       01  WS-DUNNING-COUNT                 PIC 9(7) VALUE 0.

      *> The return fee lives on CFG1 so the desk can change it
      *> without a code change - no row means no fee is assessed.
      *> return fee lands as a BAD1 debit the way LFE1 writes fee
      *> transactions, and anything that cannot be applied goes to
      *> the exception file with a reason like PAC1's exceptions.
      *> A returned direct debit whose reason has an RPR1 rule is
      *> queued on RPQ1 for RPG1 to collect again, or handed to DUN1
      *> dunning once its re-presentations are used up.
           PERFORM READ-PARM-CARD
           PERFORM READ-FEE-CONFIG
           PERFORM FINGERPRINT-INPUT-FILE
           PERFORM REGISTER-INBOUND-FILE
           OPEN INPUT BRT1-INPUT-FILE
           OPEN OUTPUT BRT1-EXCEPTION-FILE
           PERFORM UNTIL END-OF-FILE
           DISPLAY "BRT1 returns run complete - returned "
               WS-RETURNED-COUNT " fees " WS-FEE-COUNT
               " exceptions " WS-EXCEPTION-COUNT
           DISPLAY "  direct debits queued for re-presentation: "
               WS-REPRESENT-COUNT
           DISPLAY "  direct debits out of tries - to dunning:  "
               WS-DUNNING-COUNT
           PERFORM COMPLETE-INBOUND-FILE
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and user come in on a parm card, same idiom as the
      *> other batch drivers' parm cards - blank reads the BDR1
      *> register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           STRING WS-PARM-RUN-DATE(6:2) WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-GEN-MONTH-DAY.

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

       FINGERPRINT-INPUT-FILE.
      *> A first pass counts the details and builds the register's
      *> hash and check value, so a repeat delivery is refused
      *> before a single record is applied.
           INITIALIZE IFM1-COMM-AREA
           MOVE 'BRT1' TO MAIN-NAME OF IFM1-COMM-AREA
           MOVE 'BRT1IN' TO FILE-SOURCE
           MOVE 'BRT1' TO FILE-LOAD-PROGRAM
           MOVE WS-PARM-RUN-DATE TO FILE-RUN-DATE
           MOVE 'A' TO FILE-ACTION-CODE
           OPEN INPUT BRT1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ BRT1-INPUT-FILE INTO BRT1-INPUT-RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE BRT1-INPUT-RECORD TO FILE-DETAIL-IMAGE
                       MOVE LENGTH OF BRT1-INPUT-RECORD
                           TO FILE-DETAIL-LENGTH
                       CALL IFM1-PGM USING IFM1-COMM-AREA
               END-READ
           END-PERFORM
           CLOSE BRT1-INPUT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       REGISTER-INBOUND-FILE.
      *> The same file delivered twice, or re-sent on top of a load
      *> that never finished, is refused on its details - whatever
      *> date it arrives under.
           MOVE 'R' TO FILE-ACTION-CODE
           CALL IFM1-PGM USING IFM1-COMM-AREA
           IF FILE-IS-DUPLICATE
               DISPLAY "BRT1: BRT1IN repeats the file received "
                   FILE-DUPLICATE-OF " - refused, nothing loaded"
               STOP RUN
           END-IF.

       COMPLETE-INBOUND-FILE.
           MOVE 'E' TO FILE-ACTION-CODE
           MOVE 'C' TO FILE-LOAD-STATUS
           MOVE WS-RETURNED-COUNT TO FILE-LOADED-COUNT
           MOVE WS-EXCEPTION-COUNT TO FILE-REJECTED-COUNT
           CALL IFM1-PGM USING IFM1-COMM-AREA.

       READ-FEE-CONFIG.
           MOVE 'N' TO WS-FEE-ARMED-SWITCH
           MOVE WS-RETURN-FEE-PARM TO PARM-NAME OF CFG1-REC

       MATCH-RETURN-TO-PAD1.
           EXEC SQL
               SELECT PAYMENT_STATUS_CODE, CUSTOMER_ID,
                      PAYMENT_AMOUNT, PAYMENT_CURRENCY, MANDATE_ID,
                      ORIGINAL_PAYMENT_ID
               INTO :WS-ONFILE-STATUS-CODE, :WS-ONFILE-CUSTOMER-ID,
                    :WS-ONFILE-AMOUNT, :WS-ONFILE-CURRENCY,
                    :WS-ONFILE-MANDATE-ID, :WS-ONFILE-ORIGINAL-ID
               FROM PAD1
               WHERE PAYMENT_ID = :BRT1-PAYMENT-ID
           END-EXEC
           CALL PAM8-PGM USING PAM8-COMM-AREA
           IF PAYMENT-STATUS OF PAM8-COMM-AREA = 'S'
               ADD 1 TO WS-RETURNED-COUNT
               PERFORM READ-REPRESENT-RULE
               IF WS-FEE-ARMED
                  AND (NOT WS-RULE-FOUND OR FEE-FLAG OF RPR1-REC = 'Y')
                   PERFORM WRITE-RETURN-FEE
               END-IF
               IF WS-RULE-FOUND
                  AND WS-ONFILE-MANDATE-ID NOT = SPACES
                   PERFORM REPRESENT-OR-DUN
               END-IF
           ELSE
               MOVE ERROR-MESSAGE OF PAM8-COMM-AREA
                   TO BRT1-EXC-REASON
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

       READ-REPRESENT-RULE.
      *> No RPR1 row for the reason keeps the old behavior - the fee
      *> as CFG1 arms it and nothing re-presented.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           MOVE BRT1-RETURN-REASON TO RETURN-REASON OF RPR1-REC
           EXEC SQL
               SELECT MAX_ATTEMPTS, DELAY_DAYS, FEE_FLAG
               INTO :RPR1-REC.MAX-ATTEMPTS, :RPR1-REC.DELAY-DAYS,
                    :RPR1-REC.FEE-FLAG
               FROM RPR1
               WHERE RETURN_REASON = :RPR1-REC.RETURN-REASON
           END-EXEC
           IF SQLCODE = 0
               SET WS-RULE-FOUND TO TRUE
           END-IF.

       REPRESENT-OR-DUN.
      *> A returned re-presentation carries the series' first
      *> collection in ORIGINAL-PAYMENT-ID; a first collection is
      *> the series itself.
           IF WS-ONFILE-ORIGINAL-ID NOT = SPACES
               MOVE WS-ONFILE-ORIGINAL-ID TO WS-SERIES-PAYMENT-ID
           ELSE
               MOVE BRT1-PAYMENT-ID TO WS-SERIES-PAYMENT-ID
           END-IF
           MOVE 0 TO WS-ATTEMPTS-MADE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ATTEMPTS-MADE
               FROM PAD1
               WHERE ORIGINAL_PAYMENT_ID = :WS-SERIES-PAYMENT-ID
                 AND PAYMENT_AMOUNT > 0
           END-EXEC
           IF WS-ATTEMPTS-MADE < MAX-ATTEMPTS OF RPR1-REC
               PERFORM QUEUE-REPRESENTATION
           ELSE
               PERFORM OPEN-RETURNED-DEBT
           END-IF.

       QUEUE-REPRESENTATION.
           MOVE WS-SERIES-PAYMENT-ID
               TO ORIGINAL-PAYMENT-ID OF RPQ1-REC
           COMPUTE ATTEMPT-NUMBER OF RPQ1-REC = WS-ATTEMPTS-MADE + 1
           MOVE BRT1-PAYMENT-ID TO RETURNED-PAYMENT-ID OF RPQ1-REC
           MOVE WS-ONFILE-CUSTOMER-ID TO CUSTOMER-ID OF RPQ1-REC
           MOVE WS-ONFILE-MANDATE-ID TO MANDATE-ID OF RPQ1-REC
           MOVE WS-ONFILE-AMOUNT TO PAYMENT-AMOUNT OF RPQ1-REC
           MOVE WS-ONFILE-CURRENCY TO PAYMENT-CURRENCY OF RPQ1-REC
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + DELAY-DAYS OF RPR1-REC
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO DUE-DATE OF RPQ1-REC
           MOVE 'P' TO QUEUE-STATUS OF RPQ1-REC
           MOVE SPACES TO NEW-PAYMENT-ID OF RPQ1-REC
           EXEC SQL
               INSERT INTO RPQ1
                   (ORIGINAL_PAYMENT_ID, ATTEMPT_NUMBER,
                    RETURNED_PAYMENT_ID, CUSTOMER_ID, MANDATE_ID,
                    PAYMENT_AMOUNT, PAYMENT_CURRENCY, DUE_DATE,
                    QUEUE_STATUS, NEW_PAYMENT_ID)
               VALUES
                   (:RPQ1-REC.ORIGINAL-PAYMENT-ID,
                    :RPQ1-REC.ATTEMPT-NUMBER,
                    :RPQ1-REC.RETURNED-PAYMENT-ID,
                    :RPQ1-REC.CUSTOMER-ID, :RPQ1-REC.MANDATE-ID,
                    :RPQ1-REC.PAYMENT-AMOUNT,
                    :RPQ1-REC.PAYMENT-CURRENCY, :RPQ1-REC.DUE-DATE,
                    :RPQ1-REC.QUEUE-STATUS, :RPQ1-REC.NEW-PAYMENT-ID)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-REPRESENT-COUNT
               DISPLAY "  Direct debit " BRT1-PAYMENT-ID
                   " returned " BRT1-RETURN-REASON
                   " - re-presentation " ATTEMPT-NUMBER OF RPQ1-REC
                   " due " DUE-DATE OF RPQ1-REC
           ELSE
               MOVE 'Return applied but re-presentation not queued'
                   TO BRT1-EXC-REASON
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

       OPEN-RETURNED-DEBT.
      *> Out of tries - the debt opens in DUN1 at stage zero and the
      *> DUN1 run sends the reminder the same night.
           MOVE WS-ONFILE-CUSTOMER-ID TO CUSTOMER-ID OF DUN1-REC
           MOVE WS-ONFILE-CURRENCY TO BALANCE-CURRENCY OF DUN1-REC
           MOVE 0 TO DUNNING-STAGE OF DUN1-REC
           MOVE WS-PARM-RUN-DATE TO OPEN-DATE OF DUN1-REC
           MOVE WS-PARM-RUN-DATE TO STAGE-DATE OF DUN1-REC
           MOVE 'O' TO DUNNING-STATUS OF DUN1-REC
           MOVE '0001-01-01' TO CLOSE-DATE OF DUN1-REC
           MOVE 'R' TO DEBT-SOURCE OF DUN1-REC
           MOVE WS-SERIES-PAYMENT-ID TO DEBT-REFERENCE OF DUN1-REC
           MOVE WS-ONFILE-AMOUNT TO DEBT-AMOUNT OF DUN1-REC
           EXEC SQL
               SELECT COALESCE(MAX(CASE_NUMBER), 0) + 1
               INTO :DUN1-REC.CASE-NUMBER
               FROM DUN1
           END-EXEC
           EXEC SQL
               INSERT INTO DUN1
                   (CUSTOMER_ID, BALANCE_CURRENCY, DUNNING_STAGE,
                    OPEN_DATE, STAGE_DATE, DUNNING_STATUS,
                    CLOSE_DATE, DEBT_SOURCE, DEBT_REFERENCE,
                    DEBT_AMOUNT, CASE_NUMBER)
               VALUES
                   (:DUN1-REC.CUSTOMER-ID,
                    :DUN1-REC.BALANCE-CURRENCY,
                    :DUN1-REC.DUNNING-STAGE, :DUN1-REC.OPEN-DATE,
                    :DUN1-REC.STAGE-DATE, :DUN1-REC.DUNNING-STATUS,
                    :DUN1-REC.CLOSE-DATE, :DUN1-REC.DEBT-SOURCE,
                    :DUN1-REC.DEBT-REFERENCE, :DUN1-REC.DEBT-AMOUNT,
                    :DUN1-REC.CASE-NUMBER)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-DUNNING-COUNT
               DISPLAY "  Direct debit " BRT1-PAYMENT-ID
                   " returned " BRT1-RETURN-REASON
                   " - re-presentations used up, customer "
                   WS-ONFILE-CUSTOMER-ID " to dunning"
           ELSE
               MOVE 'Return applied but the dunning case not opened'
                   TO BRT1-EXC-REASON
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE BRT1-PAYMENT-ID TO BRT1-EXC-PAYMENT-ID
