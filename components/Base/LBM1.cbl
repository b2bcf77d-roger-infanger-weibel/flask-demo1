       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LBM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY RCT1SQL.
       COPY DUN1SQL.
       COPY CBL1SQL.
       COPY BDR1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY RCT1REC.
       COPY DUN1REC.
       COPY CBL1REC.
       COPY BDR1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.

      *> Shared ID-format validation
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

      *> The credit itself goes through BAM3, so the customer check,
      *> the duplicate-key check and the BAM3AUD audit row apply to
      *> every receipt exactly as to a keyed transaction.
       COPY BAM3.
       01  BAM3-PGM                           PIC X(8) VALUE 'BAM3'.

       01  WS-CURRENT-DATE                    PIC X(21).

      *> BAD1 activity rolls into the base currency only - the same
      *> 'USD' literal CBM1, ESC1 and INA1 carry. A receipt in any
      *> other currency cannot be credited on BAD1.
       01  WS-BASE-CURRENCY                   PIC X(3) VALUE 'USD'.

      *> What is left of the receipt as each dunning case takes its
      *> share - a returned direct debit is cleared for its own
      *> amount, and only what remains counts against the balance.
       01  WS-REMAINING-AMOUNT                PIC S9(9)V99 COMP-3.
       01  WS-CASE-SWITCH                     PIC X(1).
           88  WS-CASES-DONE                  VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The customer's open returned-direct-debit cases, oldest
      *> first, the order the money is applied in.
       EXEC SQL
           DECLARE RETURNED-CASE-CURSOR CURSOR FOR
               SELECT DEBT_REFERENCE, DEBT_AMOUNT, CASE_NUMBER
               FROM DUN1
               WHERE CUSTOMER_ID = :LBM1-COMM-AREA.CUSTOMER-ID
                 AND DUNNING_STATUS = 'O'
                 AND DEBT_SOURCE = 'R'
               ORDER BY OPEN_DATE, CASE_NUMBER
       END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY LBM1.

       PROCEDURE DIVISION USING LBM1-COMM-AREA.
       MAIN-PROCESS.
      *> Applies one received payment to a customer - the BAD1
      *> credit through BAM3, then the customer's dunning cleared
      *> with it: the quoted case first, then the open returned
      *> direct debits oldest first, and the balance-watch case once
      *> the money brings the position back to zero. LBX1 posts the
      *> receipts it matched; the UAO1 desk screen allocates the
      *> ones it queued.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-ID-FORMAT
           IF RECEIPT-STATUS OF LBM1-COMM-AREA NOT = 'V'
               EVALUATE ACTION-CODE OF LBM1-COMM-AREA
                   WHEN 'P'
                       PERFORM POST-MATCHED-RECEIPT
                   WHEN 'A'
                       PERFORM ALLOCATE-QUEUED-RECEIPT
                   WHEN OTHER
                       MOVE 'V' TO RECEIPT-STATUS OF LBM1-COMM-AREA
                       MOVE 'Action must be P or A'
                           TO ERROR-MESSAGE OF LBM1-COMM-AREA
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF LBM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF LBM1-COMM-AREA.
           MOVE SPACES TO RECEIPT-STATUS OF LBM1-COMM-AREA.
           MOVE 0 TO CASES-CLOSED OF LBM1-COMM-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF BUSINESS-DATE OF LBM1-COMM-AREA = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC
                   TO BUSINESS-DATE OF LBM1-COMM-AREA
           ELSE
               STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                      '-' WS-CURRENT-DATE(7:2)
                      DELIMITED BY SIZE
                      INTO BUSINESS-DATE OF LBM1-COMM-AREA
           END-IF.

       VALIDATE-ID-FORMAT.
      *> Same shared check CAM1/BAM1/PAM1 run before their own SQL.
           MOVE RECEIPT-ID OF LBM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO RECEIPT-STATUS OF LBM1-COMM-AREA
               MOVE IDV1-REASON TO ERROR-MESSAGE OF LBM1-COMM-AREA
           END-IF
           IF RECEIPT-STATUS OF LBM1-COMM-AREA NOT = 'V'
               MOVE CUSTOMER-ID OF LBM1-COMM-AREA TO IDV1-ID
               CALL IDV1-PGM USING IDV1-COMM-AREA
               IF NOT IDV1-ID-VALID
                   MOVE 'V' TO RECEIPT-STATUS OF LBM1-COMM-AREA
                   MOVE IDV1-REASON
                       TO ERROR-MESSAGE OF LBM1-COMM-AREA
               END-IF
           END-IF.

       POST-MATCHED-RECEIPT.
           PERFORM VALIDATE-RECEIPT
           IF RECEIPT-STATUS OF LBM1-COMM-AREA NOT = 'V'
               PERFORM POST-RECEIPT-CREDIT
           END-IF
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = 'S'
               PERFORM CLEAR-DUNNING-CASES
           END-IF.

       ALLOCATE-QUEUED-RECEIPT.
      *> The amount and currency come off the queue row, never off
      *> the screen - the desk only says whose money it is.
           PERFORM READ-QUEUED-RECEIPT
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = SPACES
               PERFORM VALIDATE-RECEIPT
           END-IF
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = SPACES
               PERFORM POST-RECEIPT-CREDIT
           END-IF
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = 'S'
               PERFORM MARK-RECEIPT-ALLOCATED
           END-IF
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = 'S'
               PERFORM CLEAR-DUNNING-CASES
           END-IF.

       READ-QUEUED-RECEIPT.
           EXEC SQL
               SELECT RECEIPT_AMOUNT, RECEIPT_CURRENCY, CASE_NUMBER
               INTO :RCT1-REC.RECEIPT-AMOUNT,
                    :RCT1-REC.RECEIPT-CURRENCY,
                    :RCT1-REC.CASE-NUMBER
               FROM RCT1
               WHERE RECEIPT_ID = :LBM1-COMM-AREA.RECEIPT-ID
                 AND QUEUE_STATUS = 'O'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO RECEIPT-STATUS OF LBM1-COMM-AREA
                   MOVE 'Receipt is not open on the unapplied queue'
                       TO ERROR-MESSAGE OF LBM1-COMM-AREA
               WHEN SQLCODE NOT = 0
                   PERFORM FAIL-ON-SQLCODE
               WHEN OTHER
                   MOVE RECEIPT-AMOUNT OF RCT1-REC
                       TO RECEIPT-AMOUNT OF LBM1-COMM-AREA
                   MOVE RECEIPT-CURRENCY OF RCT1-REC
                       TO RECEIPT-CURRENCY OF LBM1-COMM-AREA
      *> A case the desk keys wins over the one the payer quoted.
                   IF CASE-NUMBER OF LBM1-COMM-AREA = 0
                       MOVE CASE-NUMBER OF RCT1-REC
                           TO CASE-NUMBER OF LBM1-COMM-AREA
                   END-IF
           END-EVALUATE.

       VALIDATE-RECEIPT.
           IF RECEIPT-AMOUNT OF LBM1-COMM-AREA NOT > 0
               MOVE 'V' TO RECEIPT-STATUS OF LBM1-COMM-AREA
               MOVE 'Receipt amount must be positive'
                   TO ERROR-MESSAGE OF LBM1-COMM-AREA
           END-IF
           IF RECEIPT-STATUS OF LBM1-COMM-AREA NOT = 'V'
               AND RECEIPT-CURRENCY OF LBM1-COMM-AREA
                   NOT = WS-BASE-CURRENCY
               MOVE 'V' TO RECEIPT-STATUS OF LBM1-COMM-AREA
               MOVE 'Receipt is not in the base currency'
                   TO ERROR-MESSAGE OF LBM1-COMM-AREA
           END-IF.

       POST-RECEIPT-CREDIT.
           MOVE SPACES TO BAM3-COMM-AREA
           MOVE 0 TO RETURN-CODE OF BAM3-COMM-AREA
           MOVE 'LBM1' TO MAIN-NAME OF BAM3-COMM-AREA
           MOVE RECEIPT-ID OF LBM1-COMM-AREA
               TO TRANSACTION-ID OF BAM3-COMM-AREA
           MOVE RECEIPT-AMOUNT OF LBM1-COMM-AREA
               TO TRANSACTION-AMOUNT OF BAM3-COMM-AREA
           MOVE 'C' TO TRANSACTION-TYPE-CODE OF BAM3-COMM-AREA
           MOVE CUSTOMER-ID OF LBM1-COMM-AREA
               TO CUSTOMER-ID OF BAM3-COMM-AREA
           MOVE USER-ID OF LBM1-COMM-AREA TO USER-ID OF BAM3-COMM-AREA
           CALL BAM3-PGM USING BAM3-COMM-AREA
           EVALUATE TRANSACTION-STATUS OF BAM3-COMM-AREA
               WHEN 'S'
                   MOVE 'S' TO RECEIPT-STATUS OF LBM1-COMM-AREA
               WHEN 'V'
               WHEN 'X'
                   MOVE TRANSACTION-STATUS OF BAM3-COMM-AREA
                       TO RECEIPT-STATUS OF LBM1-COMM-AREA
                   MOVE ERROR-MESSAGE OF BAM3-COMM-AREA
                       TO ERROR-MESSAGE OF LBM1-COMM-AREA
               WHEN OTHER
                   MOVE 'E' TO RECEIPT-STATUS OF LBM1-COMM-AREA
                   MOVE ERROR-MESSAGE OF BAM3-COMM-AREA
                       TO ERROR-MESSAGE OF LBM1-COMM-AREA
                   MOVE RETURN-CODE OF BAM3-COMM-AREA
                       TO RETURN-CODE OF LBM1-COMM-AREA
           END-EVALUATE.

       MARK-RECEIPT-ALLOCATED.
           EXEC SQL
               UPDATE RCT1
               SET QUEUE_STATUS = 'A',
                   APPLIED_CUSTOMER
                       = :LBM1-COMM-AREA.CUSTOMER-ID,
                   APPLIED_USER = :LBM1-COMM-AREA.USER-ID,
                   APPLIED_DATE = :LBM1-COMM-AREA.BUSINESS-DATE
               WHERE RECEIPT_ID = :LBM1-COMM-AREA.RECEIPT-ID
                 AND QUEUE_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM FAIL-ON-SQLCODE
               MOVE 'Credit posted but the queue row is still open'
                   TO ERROR-MESSAGE OF LBM1-COMM-AREA
           END-IF.

       CLEAR-DUNNING-CASES.
           MOVE RECEIPT-AMOUNT OF LBM1-COMM-AREA
               TO WS-REMAINING-AMOUNT
           IF CASE-NUMBER OF LBM1-COMM-AREA > 0
               PERFORM CLEAR-QUOTED-CASE
           END-IF
           IF WS-REMAINING-AMOUNT > 0
               PERFORM CLEAR-RETURNED-CASES
           END-IF
           IF WS-REMAINING-AMOUNT > 0
               PERFORM CLEAR-WATCH-CASE
           END-IF.

       CLEAR-QUOTED-CASE.
      *> Only a returned direct debit is cleared by its own amount -
      *> a quoted balance-watch case is settled by CLEAR-WATCH-CASE
      *> like any other.
           EXEC SQL
               SELECT DEBT_REFERENCE, DEBT_AMOUNT, CASE_NUMBER
               INTO :DUN1-REC.DEBT-REFERENCE, :DUN1-REC.DEBT-AMOUNT,
                    :DUN1-REC.CASE-NUMBER
               FROM DUN1
               WHERE CASE_NUMBER = :LBM1-COMM-AREA.CASE-NUMBER
                 AND CUSTOMER_ID = :LBM1-COMM-AREA.CUSTOMER-ID
                 AND DUNNING_STATUS = 'O'
                 AND DEBT_SOURCE = 'R'
           END-EXEC
           IF SQLCODE = 0
               PERFORM APPLY-TO-RETURNED-CASE
           END-IF.

       CLEAR-RETURNED-CASES.
           MOVE 'N' TO WS-CASE-SWITCH
           EXEC SQL
               OPEN RETURNED-CASE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CASES-DONE
                   OR WS-REMAINING-AMOUNT NOT > 0
               EXEC SQL
                   FETCH RETURNED-CASE-CURSOR
                   INTO :DUN1-REC.DEBT-REFERENCE,
                        :DUN1-REC.DEBT-AMOUNT,
                        :DUN1-REC.CASE-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CASES-DONE TO TRUE
               ELSE
                   PERFORM APPLY-TO-RETURNED-CASE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE RETURNED-CASE-CURSOR
           END-EXEC.

       APPLY-TO-RETURNED-CASE.
      *> Enough money closes the case; less leaves it open at its
      *> stage, owing the rest.
           IF WS-REMAINING-AMOUNT NOT < DEBT-AMOUNT OF DUN1-REC
               SUBTRACT DEBT-AMOUNT OF DUN1-REC
                   FROM WS-REMAINING-AMOUNT
               EXEC SQL
                   UPDATE DUN1
                   SET DUNNING_STATUS = 'C',
                       CLOSE_DATE = :LBM1-COMM-AREA.BUSINESS-DATE,
                       DEBT_AMOUNT = 0
                   WHERE DEBT_SOURCE = 'R'
                     AND DEBT_REFERENCE = :DUN1-REC.DEBT-REFERENCE
                     AND DUNNING_STATUS = 'O'
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO CASES-CLOSED OF LBM1-COMM-AREA
               END-IF
           ELSE
               SUBTRACT WS-REMAINING-AMOUNT
                   FROM DEBT-AMOUNT OF DUN1-REC
               MOVE 0 TO WS-REMAINING-AMOUNT
               EXEC SQL
                   UPDATE DUN1
                   SET DEBT_AMOUNT = :DUN1-REC.DEBT-AMOUNT
                   WHERE DEBT_SOURCE = 'R'
                     AND DEBT_REFERENCE = :DUN1-REC.DEBT-REFERENCE
                     AND DUNNING_STATUS = 'O'
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "LBM1: dunning case " CASE-NUMBER OF DUN1-REC
                   " not updated, SQLCODE " SQLCODE
           END-IF.

       CLEAR-WATCH-CASE.
      *> The base-currency watch case closes the day the money
      *> brings the carried-forward position back to zero or
      *> better - the balance roll then drops the watch row, and
      *> DUN1 has nothing left to escalate.
           EXEC SQL
               SELECT BALANCE_AMOUNT
               INTO :CBL1-REC.BALANCE-AMOUNT
               FROM CBL1
               WHERE CUSTOMER_ID = :LBM1-COMM-AREA.CUSTOMER-ID
                 AND BALANCE_CURRENCY = :WS-BASE-CURRENCY
           END-EXEC
           IF SQLCODE = 0
               AND BALANCE-AMOUNT OF CBL1-REC + WS-REMAINING-AMOUNT
                   NOT < 0
               EXEC SQL
                   UPDATE DUN1
                   SET DUNNING_STATUS = 'C',
                       CLOSE_DATE = :LBM1-COMM-AREA.BUSINESS-DATE
                   WHERE CUSTOMER_ID = :LBM1-COMM-AREA.CUSTOMER-ID
                     AND BALANCE_CURRENCY = :WS-BASE-CURRENCY
                     AND DUNNING_STATUS = 'O'
                     AND DEBT_SOURCE = ' '
               END-EXEC
               IF SQLCODE = 0
                   ADD SQLERRD(3) TO CASES-CLOSED OF LBM1-COMM-AREA
               END-IF
           END-IF.

       FAIL-ON-SQLCODE.
           MOVE 'E' TO RECEIPT-STATUS OF LBM1-COMM-AREA
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF LBM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF LBM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF LBM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module LBM1 ended with status: "
               RECEIPT-STATUS OF LBM1-COMM-AREA.
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF LBM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome -
      *> compliance review needs the failures too. The row goes
      *> straight onto the central AUD1 table in the shape AUL1
      *> loads the older writers' files into.
           MOVE 'LBM1' TO AUD1-MODULE-NAME
           MOVE RECEIPT-ID OF LBM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF LBM1-COMM-AREA TO AUD1-USER-ID
           MOVE RECEIPT-STATUS OF LBM1-COMM-AREA TO AUD1-STATUS
           MOVE RETURN-CODE OF LBM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE ERROR-MESSAGE OF LBM1-COMM-AREA
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF LBM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "LBM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
