       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LBX1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBX1-INPUT-FILE ASSIGN TO LBX1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY RCT1SQL.
       COPY CAD1SQL.
       COPY STC1SQL.
       COPY DUN1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  LBX1-INPUT-FILE.
       COPY LBX1REC.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY RCT1REC.
       COPY CAD1REC.
       COPY STC1REC.
       COPY DUN1REC.
       COPY BDR1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                         PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before the load runs.
       COPY AUTM1.
       01  AUTM1-PGM                         PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                          PIC X(8) VALUE 'RHM1'.

      *> Receipt application - the same module the UAO1 desk screen
      *> allocates the queued receipts through.
       COPY LBM1.
       01  LBM1-PGM                          PIC X(8) VALUE 'LBM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC X(10).
           05  WS-PARM-USER-ID               PIC X(8).

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.

       01  WS-READ-COUNT                     PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT                   PIC 9(7) VALUE 0.
       01  WS-QUEUED-COUNT                   PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-COUNT                PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                    PIC 9(7) VALUE 0.
       01  WS-CASES-CLOSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-POSTED-AMOUNT                  PIC S9(11)V99 COMP-3
                                             VALUE 0.
       01  WS-QUEUED-AMOUNT                  PIC S9(11)V99 COMP-3
                                             VALUE 0.
       01  WS-EDIT-AMOUNT                    PIC -(10)9.99.

       01  WS-VALIDATE-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88  END-OF-VALIDATE-PASS          VALUE 'Y'.
       01  WS-HEADER-SEEN-SWITCH             PIC X(1) VALUE 'N'.
           88  WS-HEADER-SEEN                VALUE 'Y'.
       01  WS-TRAILER-SEEN-SWITCH            PIC X(1) VALUE 'N'.
           88  WS-TRAILER-SEEN               VALUE 'Y'.
       01  WS-VALIDATE-DETAIL-COUNT          PIC 9(9) VALUE 0.
       01  WS-VALIDATE-HASH-TOTAL            PIC 9(13)V99 VALUE 0.

      *> BAD1 activity rolls into the base currency only - the same
      *> 'USD' literal CBM1, ESC1 and INA1 carry. LBM1 refuses any
      *> other currency, so such a receipt queues straight away.
       01  WS-BASE-CURRENCY                  PIC X(3) VALUE 'USD'.

      *> The customer each quoted reference leads to - the first
      *> one found stands, and a later one that disagrees makes the
      *> receipt ambiguous for the desk to settle.
       01  WS-MATCH-CUSTOMER-ID              PIC X(10).
       01  WS-CANDIDATE-CUSTOMER-ID          PIC X(10).
       01  WS-MATCH-CASE-NUMBER              PIC S9(9) COMP.
       01  WS-AMBIGUOUS-SWITCH               PIC X(1).
           88  WS-AMBIGUOUS                  VALUE 'Y'.
       01  WS-CUSTOMER-COUNT                 PIC S9(9) COMP.
       01  WS-LOADED-COUNT                   PIC S9(9) COMP.
       01  WS-QUEUE-REASON                   PIC X(1).
       01  WS-QUEUE-MESSAGE                  PIC X(100).

      *> Generated key for each receipt - a '7' lead byte plus the
      *> run month/day and a per-run sequence keeps the job's keys
      *> out of the operator-assigned ranges, the same scheme TBL1,
      *> INA1 and WOF1 use for their BAD1 rows. The receipt's BAD1
      *> credit carries the same key, posted now or on allocation.
       01  WS-RECEIPT-SEQUENCE               PIC 9(5) VALUE 0.
       01  WS-GENERATED-ID.
           05  FILLER                        PIC X(1) VALUE '7'.
           05  WS-GEN-MONTH-DAY              PIC X(4).
           05  WS-GEN-SEQUENCE               PIC 9(5).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Daily load of the bank's lockbox receipts file - the money
      *> customers send in, which the desk used to apply one item at
      *> a time through BAO1. A receipt whose quoted references lead
      *> to one customer is credited on BAD1 through LBM1, clearing
      *> that customer's dunning as it goes; the rest wait on the
      *> RCT1 unapplied-cash queue for the desk's UAO1 screen. Runs
      *> ahead of the CBR1 balance roll so tonight's watch and
      *> dunning already see the money.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM VALIDATE-INPUT-BATCH
           DISPLAY "===== LBX1 LOCKBOX RECEIPTS " WS-PARM-RUN-DATE
               " ====="
           OPEN INPUT LBX1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ LBX1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF LBX1-INPUT-RECORD(1:3) NOT = 'HDR'
                           AND LBX1-INPUT-RECORD(1:3) NOT = 'TRL'
                           PERFORM LOAD-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LBX1-INPUT-FILE
           DISPLAY " "
           DISPLAY "Receipts read:                " WS-READ-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "Applied to a customer:        " WS-POSTED-COUNT
               "  " WS-EDIT-AMOUNT
           MOVE WS-QUEUED-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "Queued as unapplied cash:     " WS-QUEUED-COUNT
               "  " WS-EDIT-AMOUNT
           DISPLAY "Already loaded - skipped:     " WS-DUPLICATE-COUNT
           DISPLAY "Not registered - in error:    " WS-ERROR-COUNT
           DISPLAY "Dunning cases closed:         "
               WS-CASES-CLOSED-COUNT
           DISPLAY "================================================="
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards - blank reads
      *> the BDR1 register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
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

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'LBX1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "LBX1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       VALIDATE-INPUT-BATCH.

      *> Count and hash total are verified across the whole file
      *> before a single receipt is applied - a truncated transfer
      *> fails the run loudly here instead of leaving half the day's
      *> money applied.
           MOVE 'N' TO WS-VALIDATE-EOF-SWITCH
           OPEN INPUT LBX1-INPUT-FILE
           PERFORM UNTIL END-OF-VALIDATE-PASS
               READ LBX1-INPUT-FILE
                   AT END
                       SET END-OF-VALIDATE-PASS TO TRUE
                   NOT AT END
                       PERFORM VALIDATE-ONE-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE LBX1-INPUT-FILE
           IF NOT WS-HEADER-SEEN
               DISPLAY "LBX1: LBX1IN has no header record - ending"
               STOP RUN
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "LBX1: LBX1IN has no trailer record - ending"
               STOP RUN
           END-IF.

       VALIDATE-ONE-INPUT-RECORD.

           EVALUATE LBX1-INPUT-RECORD(1:3)
               WHEN 'HDR'
                   SET WS-HEADER-SEEN TO TRUE
               WHEN 'TRL'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE LBX1-INPUT-RECORD(1:27)
                       TO BIF1-TRAILER-RECORD
                   IF BIF1-TRL-RECORD-COUNT
                       NOT = WS-VALIDATE-DETAIL-COUNT
                       DISPLAY "LBX1: LBX1IN trailer count "
                           BIF1-TRL-RECORD-COUNT
                           " disagrees with "
                           WS-VALIDATE-DETAIL-COUNT
                           " detail(s) read - ending"
                       STOP RUN
                   END-IF
                   IF BIF1-TRL-HASH-TOTAL
                       NOT = WS-VALIDATE-HASH-TOTAL
                       DISPLAY "LBX1: LBX1IN trailer hash total"
                           " disagrees with the details - ending"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VALIDATE-DETAIL-COUNT
                   IF LBX1-RECEIPT-AMOUNT IS NUMERIC
                       ADD LBX1-RECEIPT-AMOUNT
                           TO WS-VALIDATE-HASH-TOTAL
                   END-IF
           END-EVALUATE.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'LBX1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'LBX1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-READ-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LOAD-ONE-RECEIPT.
           ADD 1 TO WS-READ-COUNT
           PERFORM BUILD-RECEIPT-ROW
           PERFORM CHECK-ALREADY-LOADED
           IF WS-LOADED-COUNT > 0
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "  Receipt " BANK-REFERENCE OF RCT1-REC
                   " of " RECEIPT-DATE OF RCT1-REC
                   " already loaded - skipped"
           ELSE
               PERFORM APPLY-ONE-RECEIPT
           END-IF.

       BUILD-RECEIPT-ROW.
           ADD 1 TO WS-RECEIPT-SEQUENCE
           MOVE WS-RECEIPT-SEQUENCE TO WS-GEN-SEQUENCE
           MOVE WS-GENERATED-ID TO RECEIPT-ID OF RCT1-REC
           MOVE WS-PARM-RUN-DATE TO LOAD-DATE OF RCT1-REC
           MOVE LBX1-RECEIPT-DATE TO RECEIPT-DATE OF RCT1-REC
           MOVE LBX1-BANK-REFERENCE TO BANK-REFERENCE OF RCT1-REC
           IF LBX1-RECEIPT-AMOUNT IS NUMERIC
               MOVE LBX1-RECEIPT-AMOUNT TO RECEIPT-AMOUNT OF RCT1-REC
           ELSE
               MOVE 0 TO RECEIPT-AMOUNT OF RCT1-REC
           END-IF
           MOVE LBX1-RECEIPT-CURRENCY TO RECEIPT-CURRENCY OF RCT1-REC
           MOVE LBX1-REMITTER-NAME TO REMITTER-NAME OF RCT1-REC
           MOVE LBX1-REMIT-REFERENCE TO REMIT-REFERENCE OF RCT1-REC
           IF LBX1-STATEMENT-NUMBER IS NUMERIC
               MOVE LBX1-STATEMENT-NUMBER
                   TO STATEMENT-NUMBER OF RCT1-REC
           ELSE
               MOVE 0 TO STATEMENT-NUMBER OF RCT1-REC
           END-IF
           IF LBX1-CASE-NUMBER IS NUMERIC
               MOVE LBX1-CASE-NUMBER TO CASE-NUMBER OF RCT1-REC
           ELSE
               MOVE 0 TO CASE-NUMBER OF RCT1-REC
           END-IF
           MOVE SPACES TO QUEUE-REASON OF RCT1-REC
           MOVE SPACES TO APPLIED-CUSTOMER OF RCT1-REC
           MOVE SPACES TO APPLIED-USER OF RCT1-REC
           MOVE '0001-01-01' TO APPLIED-DATE OF RCT1-REC.

       CHECK-ALREADY-LOADED.
      *> A re-fed file must not credit the same money twice - the
      *> bank's reference and the receipt date identify the item.
           MOVE 0 TO WS-LOADED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LOADED-COUNT
               FROM RCT1
               WHERE BANK_REFERENCE = :RCT1-REC.BANK-REFERENCE
                 AND RECEIPT_DATE = :RCT1-REC.RECEIPT-DATE
           END-EXEC.

       APPLY-ONE-RECEIPT.
           MOVE SPACES TO WS-QUEUE-REASON
           MOVE SPACES TO WS-QUEUE-MESSAGE
           PERFORM MATCH-RECEIPT-TO-CUSTOMER
           EVALUATE TRUE
               WHEN RECEIPT-CURRENCY OF RCT1-REC
                    NOT = WS-BASE-CURRENCY
                   MOVE 'C' TO WS-QUEUE-REASON
                   MOVE 'not in the base currency' TO WS-QUEUE-MESSAGE
               WHEN WS-AMBIGUOUS
                   MOVE 'A' TO WS-QUEUE-REASON
                   MOVE 'references point at different customers'
                       TO WS-QUEUE-MESSAGE
               WHEN WS-MATCH-CUSTOMER-ID = SPACES
                   MOVE 'U' TO WS-QUEUE-REASON
                   MOVE 'no reference matched a customer'
                       TO WS-QUEUE-MESSAGE
               WHEN OTHER
                   PERFORM POST-RECEIPT
           END-EVALUATE
           IF WS-QUEUE-REASON = SPACES
               MOVE 'P' TO QUEUE-STATUS OF RCT1-REC
               MOVE WS-MATCH-CUSTOMER-ID TO APPLIED-CUSTOMER OF RCT1-REC
               MOVE WS-PARM-USER-ID TO APPLIED-USER OF RCT1-REC
               MOVE WS-PARM-RUN-DATE TO APPLIED-DATE OF RCT1-REC
           ELSE
               MOVE 'O' TO QUEUE-STATUS OF RCT1-REC
               MOVE WS-QUEUE-REASON TO QUEUE-REASON OF RCT1-REC
           END-IF
           PERFORM INSERT-RECEIPT-ROW.

       MATCH-RECEIPT-TO-CUSTOMER.
      *> Every reference the payer quoted is tried - the remittance
      *> reference as a customer ID or as the returned direct debit
      *> a dunning letter named, the statement number on STC1, the
      *> dunning case on DUN1.
           MOVE SPACES TO WS-MATCH-CUSTOMER-ID
           MOVE 0 TO WS-MATCH-CASE-NUMBER
           MOVE 'N' TO WS-AMBIGUOUS-SWITCH
           IF REMIT-REFERENCE OF RCT1-REC NOT = SPACES
               AND REMIT-REFERENCE OF RCT1-REC(11:10) = SPACES
               PERFORM MATCH-REMIT-REFERENCE
           END-IF
           IF STATEMENT-NUMBER OF RCT1-REC > 0
               PERFORM MATCH-STATEMENT-NUMBER
           END-IF
           IF CASE-NUMBER OF RCT1-REC > 0
               PERFORM MATCH-CASE-NUMBER
           END-IF.

       MATCH-REMIT-REFERENCE.
           MOVE REMIT-REFERENCE OF RCT1-REC(1:10)
               TO CUSTOMER-ID OF CAD1-REC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CUSTOMER-COUNT
               FROM CAD1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0 AND WS-CUSTOMER-COUNT > 0
               MOVE CUSTOMER-ID OF CAD1-REC
                   TO WS-CANDIDATE-CUSTOMER-ID
               PERFORM OFFER-CANDIDATE
           ELSE
               MOVE REMIT-REFERENCE OF RCT1-REC(1:10)
                   TO DEBT-REFERENCE OF DUN1-REC
               EXEC SQL
                   SELECT CUSTOMER_ID, CASE_NUMBER
                   INTO :DUN1-REC.CUSTOMER-ID, :DUN1-REC.CASE-NUMBER
                   FROM DUN1
                   WHERE DEBT_SOURCE = 'R'
                     AND DEBT_REFERENCE = :DUN1-REC.DEBT-REFERENCE
                     AND DUNNING_STATUS = 'O'
               END-EXEC
               IF SQLCODE = 0
                   MOVE CUSTOMER-ID OF DUN1-REC
                       TO WS-CANDIDATE-CUSTOMER-ID
                   PERFORM OFFER-CANDIDATE
                   IF WS-MATCH-CASE-NUMBER = 0
                       MOVE CASE-NUMBER OF DUN1-REC
                           TO WS-MATCH-CASE-NUMBER
                   END-IF
               END-IF
           END-IF.

       MATCH-STATEMENT-NUMBER.
           EXEC SQL
               SELECT CUSTOMER_ID
               INTO :STC1-REC.CUSTOMER-ID
               FROM STC1
               WHERE STATEMENT_NUMBER = :RCT1-REC.STATEMENT-NUMBER
           END-EXEC
           IF SQLCODE = 0
               MOVE CUSTOMER-ID OF STC1-REC TO WS-CANDIDATE-CUSTOMER-ID
               PERFORM OFFER-CANDIDATE
           END-IF.

       MATCH-CASE-NUMBER.
      *> A closed case still names its customer - the money is
      *> theirs even if the case was settled another way.
           EXEC SQL
               SELECT CUSTOMER_ID
               INTO :DUN1-REC.CUSTOMER-ID
               FROM DUN1
               WHERE CASE_NUMBER = :RCT1-REC.CASE-NUMBER
           END-EXEC
           IF SQLCODE = 0
               MOVE CUSTOMER-ID OF DUN1-REC TO WS-CANDIDATE-CUSTOMER-ID
               PERFORM OFFER-CANDIDATE
               MOVE CASE-NUMBER OF RCT1-REC TO WS-MATCH-CASE-NUMBER
           END-IF.

       OFFER-CANDIDATE.
           IF WS-MATCH-CUSTOMER-ID = SPACES
               MOVE WS-CANDIDATE-CUSTOMER-ID TO WS-MATCH-CUSTOMER-ID
           ELSE
               IF WS-CANDIDATE-CUSTOMER-ID NOT = WS-MATCH-CUSTOMER-ID
                   SET WS-AMBIGUOUS TO TRUE
               END-IF
           END-IF.

       POST-RECEIPT.
           MOVE SPACES TO LBM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF LBM1-COMM-AREA
           MOVE 'LBX1' TO MAIN-NAME OF LBM1-COMM-AREA
           MOVE 'P' TO ACTION-CODE OF LBM1-COMM-AREA
           MOVE RECEIPT-ID OF RCT1-REC TO RECEIPT-ID OF LBM1-COMM-AREA
           MOVE WS-MATCH-CUSTOMER-ID TO CUSTOMER-ID OF LBM1-COMM-AREA
           MOVE RECEIPT-AMOUNT OF RCT1-REC
               TO RECEIPT-AMOUNT OF LBM1-COMM-AREA
           MOVE RECEIPT-CURRENCY OF RCT1-REC
               TO RECEIPT-CURRENCY OF LBM1-COMM-AREA
           MOVE WS-MATCH-CASE-NUMBER TO CASE-NUMBER OF LBM1-COMM-AREA
           MOVE WS-PARM-RUN-DATE TO BUSINESS-DATE OF LBM1-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF LBM1-COMM-AREA
           CALL LBM1-PGM USING LBM1-COMM-AREA
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = 'S'
               ADD CASES-CLOSED OF LBM1-COMM-AREA
                   TO WS-CASES-CLOSED-COUNT
           ELSE
               MOVE 'R' TO WS-QUEUE-REASON
               MOVE ERROR-MESSAGE OF LBM1-COMM-AREA
                   TO WS-QUEUE-MESSAGE
           END-IF.

       INSERT-RECEIPT-ROW.
           EXEC SQL
               INSERT INTO RCT1
                   (RECEIPT_ID, LOAD_DATE, RECEIPT_DATE,
                    BANK_REFERENCE, RECEIPT_AMOUNT, RECEIPT_CURRENCY,
                    REMITTER_NAME, REMIT_REFERENCE, STATEMENT_NUMBER,
                    CASE_NUMBER, QUEUE_REASON, QUEUE_STATUS,
                    APPLIED_CUSTOMER, APPLIED_USER, APPLIED_DATE)
               VALUES
                   (:RCT1-REC.RECEIPT-ID, :RCT1-REC.LOAD-DATE,
                    :RCT1-REC.RECEIPT-DATE, :RCT1-REC.BANK-REFERENCE,
                    :RCT1-REC.RECEIPT-AMOUNT,
                    :RCT1-REC.RECEIPT-CURRENCY,
                    :RCT1-REC.REMITTER-NAME,
                    :RCT1-REC.REMIT-REFERENCE,
                    :RCT1-REC.STATEMENT-NUMBER,
                    :RCT1-REC.CASE-NUMBER, :RCT1-REC.QUEUE-REASON,
                    :RCT1-REC.QUEUE-STATUS,
                    :RCT1-REC.APPLIED-CUSTOMER,
                    :RCT1-REC.APPLIED-USER, :RCT1-REC.APPLIED-DATE)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   DISPLAY "  Receipt " BANK-REFERENCE OF RCT1-REC
                       " not registered: " ERRM1-MESSAGE
               WHEN QUEUE-STATUS OF RCT1-REC = 'P'
                   ADD 1 TO WS-POSTED-COUNT
                   ADD RECEIPT-AMOUNT OF RCT1-REC TO WS-POSTED-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-QUEUED-COUNT
                   ADD RECEIPT-AMOUNT OF RCT1-REC TO WS-QUEUED-AMOUNT
                   DISPLAY "  Receipt " RECEIPT-ID OF RCT1-REC
                       " bank ref " BANK-REFERENCE OF RCT1-REC
                       " queued: " WS-QUEUE-MESSAGE
           END-EVALUATE.
