       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Commit-interval checkpointing - CKM1 commits every so many
      *> rows and keeps the phase and last key on CKP1, so a rerun
      *> after an abend resumes where the failed run committed.
       COPY CKM1 REPLACING RETURN-CODE BY CKM1-RETURN-CODE.
       01  CKM1-PGM                         PIC X(8) VALUE 'CKM1'.

      *> Phase the run resumes in (1=CUST 2=TRAN 3=PAYM 4=LEDG) and
      *> the last key that phase committed - spaces once past it
       01  WS-RESTART-PHASE-NUMBER          PIC 9(1) VALUE 1.
       01  WS-RESUME-KEY                    PIC X(30) VALUE SPACES.

      *> Counts carried on the checkpoint so a resumed run's summary
      *> still covers the rows the failed run archived
       01  WS-ARC1-CARRY.
           05  WS-CARRY-CAD1-COUNT          PIC 9(7).
           05  WS-CARRY-BAD1-COUNT          PIC 9(7).
           05  WS-CARRY-PAD1-COUNT          PIC 9(7).
           05  WS-CARRY-GAD1-COUNT          PIC 9(7).

       01  WS-RUN-DATE                      PIC X(10).

       01  WS-CAD1-SWITCH                   PIC X(1) VALUE 'N'.
      *> BAD1/PAD1 row can never end up pointing at a customer that
      *> has been archived out from under it.
       EXEC SQL
           DECLARE CLOSED-CUSTOMER-CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, CUSTOMER_DATE, CUSTOMER_USER,
                      CUSTOMER_NAME, CUSTOMER_ADDRESS,
                      CUSTOMER_STATUS_CODE
               FROM CAD1
               WHERE CUSTOMER_STATUS_CODE = 'C'
                 AND CUSTOMER_DATE < :WS-PARM-CUTOFF-DATE
                 AND CUSTOMER_ID > :WS-RESUME-KEY
                 AND NOT EXISTS
                     (SELECT 1 FROM LGH1 H
                      WHERE H.CUSTOMER_ID = CAD1.CUSTOMER_ID
      *> of its own, so age is the only eligibility rule there is.
      *> A held customer's rows stay put while the LGH1 hold stands.
       EXEC SQL
           DECLARE OLD-TRANSACTION-CURSOR CURSOR WITH HOLD FOR
               SELECT TRANSACTION_ID, TRANSACTION_DATE,
                      TRANSACTION_USER, TRANSACTION_AMOUNT,
                      TRANSACTION_TYPE_CODE, CUSTOMER_ID,
                      ORIGINAL_TRANSACTION_ID
               FROM BAD1
               WHERE TRANSACTION_DATE < :WS-PARM-CUTOFF-DATE
                 AND TRANSACTION_ID > :WS-RESUME-KEY
                 AND NOT EXISTS
                     (SELECT 1 FROM LGH1 H
                      WHERE H.CUSTOMER_ID = BAD1.CUSTOMER_ID
      *> same Pending/Cleared/Rejected machine PAD1-REC's 88-levels
      *> name.
       EXEC SQL
           DECLARE OLD-PAYMENT-CURSOR CURSOR WITH HOLD FOR
               SELECT PAYMENT_ID, PAYMENT_DATE, PAYMENT_USER,
                      PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                      PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                      BENEFICIARY_ID, URGENT_FLAG, CLEARED_TIMESTAMP,
                      SETTLE_DATE, SETTLE_WINDOW, MANDATE_ID,
                      FX_QUOTE_NUMBER, SIGNATORY_REF,
                      SECOND_SIGNATORY_REF, ENTRY_CHANNEL,
                      PURPOSE_CODE, COUNTERPARTY_COUNTRY
               FROM PAD1
               WHERE PAYMENT_STATUS_CODE IN ('C', 'R')
                 AND PAYMENT_DATE < :WS-PARM-CUTOFF-DATE
                 AND PAYMENT_ID > :WS-RESUME-KEY
                 AND NOT EXISTS
                     (SELECT 1 FROM LGH1 H
                      WHERE H.CUSTOMER_ID = PAD1.CUSTOMER_ID
      *> payment's own archive run is the eligibility rule, not a date
      *> of our own.
       EXEC SQL
           DECLARE OLD-LEDGER-CURSOR CURSOR WITH HOLD FOR
               SELECT LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE,
                      GL_ACCOUNT, ENTRY_TYPE_CODE, ENTRY_AMOUNT,
                      ENTRY_CURRENCY, ENTRY_USER, OPERATING_UNIT
               FROM GAD1 G
               WHERE EXISTS
                   (SELECT 1 FROM PAD1_ARCH A
                    WHERE A.PAYMENT_ID = G.PAYMENT_ID)
                 AND LEDGER_ENTRY_ID > :WS-RESUME-KEY
               ORDER BY LEDGER_ENTRY_ID
       END-EXEC.

       MAIN-PROCESS.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM READ-RESTART-POINT
           PERFORM REGISTER-RUN-START
           IF WS-RESTART-PHASE-NUMBER <= 1
               PERFORM ARCHIVE-CLOSED-CUSTOMERS
               MOVE 'TRAN' TO CKPT-PHASE
               PERFORM END-ARCHIVE-PHASE
           END-IF
           IF WS-RESTART-PHASE-NUMBER <= 2
               PERFORM ARCHIVE-OLD-TRANSACTIONS
               MOVE 'PAYM' TO CKPT-PHASE
               PERFORM END-ARCHIVE-PHASE
           END-IF
           IF WS-RESTART-PHASE-NUMBER <= 3
               PERFORM ARCHIVE-OLD-PAYMENTS
               MOVE 'LEDG' TO CKPT-PHASE
               PERFORM END-ARCHIVE-PHASE
           END-IF
           PERFORM ARCHIVE-FED-LEDGER-ENTRIES
           MOVE 'E' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           PERFORM PRINT-ARCHIVE-SUMMARY
           PERFORM REGISTER-RUN-END
           STOP RUN.
               STOP RUN
           END-IF.

       READ-RESTART-POINT.
      *> A checkpoint left today by a failed run says which phase it
      *> reached and the last key it committed there - phases before
      *> it are already done and are skipped.
           MOVE SPACES TO CKM1-COMM-AREA
           MOVE 0 TO CKM1-RETURN-CODE
           MOVE 'ARC1' TO MAIN-NAME OF CKM1-COMM-AREA
           MOVE 'ARC1' TO CKPT-PROGRAM
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE
           MOVE 'R' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           IF CKPT-IS-RESTART
               EVALUATE CKPT-PHASE
                   WHEN 'TRAN'
                       MOVE 2 TO WS-RESTART-PHASE-NUMBER
                   WHEN 'PAYM'
                       MOVE 3 TO WS-RESTART-PHASE-NUMBER
                   WHEN 'LEDG'
                       MOVE 4 TO WS-RESTART-PHASE-NUMBER
                   WHEN OTHER
                       MOVE 1 TO WS-RESTART-PHASE-NUMBER
               END-EVALUATE
               MOVE CKPT-KEY TO WS-RESUME-KEY
               MOVE CKPT-CARRY-DATA TO WS-ARC1-CARRY
               MOVE WS-CARRY-CAD1-COUNT TO WS-CAD1-COUNT
               MOVE WS-CARRY-BAD1-COUNT TO WS-BAD1-COUNT
               MOVE WS-CARRY-PAD1-COUNT TO WS-PAD1-COUNT
               MOVE WS-CARRY-GAD1-COUNT TO WS-GAD1-COUNT
           ELSE
               MOVE 'CUST' TO CKPT-PHASE
           END-IF.

       TAKE-ARCHIVE-CHECKPOINT.
      *> One archived row is one unit of work - CKM1 commits once
      *> the interval's worth has gone through.
           MOVE WS-CAD1-COUNT TO WS-CARRY-CAD1-COUNT
           MOVE WS-BAD1-COUNT TO WS-CARRY-BAD1-COUNT
           MOVE WS-PAD1-COUNT TO WS-CARRY-PAD1-COUNT
           MOVE WS-GAD1-COUNT TO WS-CARRY-GAD1-COUNT
           MOVE WS-ARC1-CARRY TO CKPT-CARRY-DATA
           MOVE 'C' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.

       END-ARCHIVE-PHASE.
      *> A finished phase is committed with the next phase named and
      *> no key, so a rerun starts the next phase from its top.
           MOVE SPACES TO WS-RESUME-KEY
           MOVE SPACES TO CKPT-KEY
           MOVE WS-CAD1-COUNT TO WS-CARRY-CAD1-COUNT
           MOVE WS-BAD1-COUNT TO WS-CARRY-BAD1-COUNT
           MOVE WS-PAD1-COUNT TO WS-CARRY-PAD1-COUNT
           MOVE WS-GAD1-COUNT TO WS-CARRY-GAD1-COUNT
           MOVE WS-ARC1-CARRY TO CKPT-CARRY-DATA
           MOVE 'K' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'ARC1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE CKPT-RESTART-POINT TO RUN-RESTART-POINT
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

                   WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
               END-EXEC
               ADD 1 TO WS-CAD1-COUNT
           END-IF
           MOVE CUSTOMER-ID OF CAD1-REC TO CKPT-KEY
           PERFORM TAKE-ARCHIVE-CHECKPOINT.

       CHECK-CUSTOMER-HAS-LIVE-CHILDREN.
      *> This customer is Closed and past the CAD1 cutoff, but its
               DELETE FROM BAD1
               WHERE TRANSACTION_ID = :BAD1-REC.TRANSACTION-ID
           END-EXEC
           ADD 1 TO WS-BAD1-COUNT
           MOVE TRANSACTION-ID OF BAD1-REC TO CKPT-KEY
           PERFORM TAKE-ARCHIVE-CHECKPOINT.

       ARCHIVE-OLD-PAYMENTS.
           MOVE 'N' TO WS-PAD1-SWITCH
                    :PAD1-REC.PAYMENT-USER, :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY, :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.PAYMENT-STATUS-CODE,
                    :PAD1-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-REC.BENEFICIARY-ID, :PAD1-REC.URGENT-FLAG,
                    :PAD1-REC.CLEARED-TIMESTAMP,
                    :PAD1-REC.SETTLE-DATE, :PAD1-REC.SETTLE-WINDOW,
                    :PAD1-REC.MANDATE-ID, :PAD1-REC.FX-QUOTE-NUMBER,
                    :PAD1-REC.SIGNATORY-REF,
                    :PAD1-REC.SECOND-SIGNATORY-REF,
                    :PAD1-REC.ENTRY-CHANNEL, :PAD1-REC.PURPOSE-CODE,
                    :PAD1-REC.COUNTERPARTY-COUNTRY
           END-EXEC
           IF SQLCODE = 100
               SET WS-PAD1-DONE TO TRUE
           MOVE ORIGINAL-PAYMENT-ID OF PAD1-REC
               TO ORIGINAL-PAYMENT-ID OF PAD1-ARCH-REC
           MOVE WS-RUN-DATE TO ARCHIVE-DATE OF PAD1-ARCH-REC
           MOVE BENEFICIARY-ID OF PAD1-REC
               TO BENEFICIARY-ID OF PAD1-ARCH-REC
           MOVE URGENT-FLAG OF PAD1-REC TO URGENT-FLAG OF PAD1-ARCH-REC
           MOVE CLEARED-TIMESTAMP OF PAD1-REC
               TO CLEARED-TIMESTAMP OF PAD1-ARCH-REC
           MOVE SETTLE-DATE OF PAD1-REC TO SETTLE-DATE OF PAD1-ARCH-REC
           MOVE SETTLE-WINDOW OF PAD1-REC
               TO SETTLE-WINDOW OF PAD1-ARCH-REC
           MOVE MANDATE-ID OF PAD1-REC TO MANDATE-ID OF PAD1-ARCH-REC
           MOVE FX-QUOTE-NUMBER OF PAD1-REC
               TO FX-QUOTE-NUMBER OF PAD1-ARCH-REC
           MOVE SIGNATORY-REF OF PAD1-REC
               TO SIGNATORY-REF OF PAD1-ARCH-REC
           MOVE SECOND-SIGNATORY-REF OF PAD1-REC
               TO SECOND-SIGNATORY-REF OF PAD1-ARCH-REC
           MOVE ENTRY-CHANNEL OF PAD1-REC
               TO ENTRY-CHANNEL OF PAD1-ARCH-REC
           MOVE PURPOSE-CODE OF PAD1-REC
               TO PURPOSE-CODE OF PAD1-ARCH-REC
           MOVE COUNTERPARTY-COUNTRY OF PAD1-REC
               TO COUNTERPARTY-COUNTRY OF PAD1-ARCH-REC
           EXEC SQL
               INSERT INTO PAD1_ARCH
                   (PAYMENT_ID, PAYMENT_DATE, PAYMENT_USER,
                    PAYMENT_AMOUNT, PAYMENT_CURRENCY, CUSTOMER_ID,
                    PAYMENT_STATUS_CODE, ORIGINAL_PAYMENT_ID,
                    ARCHIVE_DATE, BENEFICIARY_ID, URGENT_FLAG,
                    CLEARED_TIMESTAMP, SETTLE_DATE, SETTLE_WINDOW,
                    MANDATE_ID, FX_QUOTE_NUMBER, SIGNATORY_REF,
                    SECOND_SIGNATORY_REF, ENTRY_CHANNEL, PURPOSE_CODE,
                    COUNTERPARTY_COUNTRY)
               VALUES
                   (:PAD1-ARCH-REC.PAYMENT-ID,
                    :PAD1-ARCH-REC.PAYMENT-DATE,
                    :PAD1-ARCH-REC.CUSTOMER-ID,
                    :PAD1-ARCH-REC.PAYMENT-STATUS-CODE,
                    :PAD1-ARCH-REC.ORIGINAL-PAYMENT-ID,
                    :PAD1-ARCH-REC.ARCHIVE-DATE,
                    :PAD1-ARCH-REC.BENEFICIARY-ID,
                    :PAD1-ARCH-REC.URGENT-FLAG,
                    :PAD1-ARCH-REC.CLEARED-TIMESTAMP,
                    :PAD1-ARCH-REC.SETTLE-DATE,
                    :PAD1-ARCH-REC.SETTLE-WINDOW,
                    :PAD1-ARCH-REC.MANDATE-ID,
                    :PAD1-ARCH-REC.FX-QUOTE-NUMBER,
                    :PAD1-ARCH-REC.SIGNATORY-REF,
                    :PAD1-ARCH-REC.SECOND-SIGNATORY-REF,
                    :PAD1-ARCH-REC.ENTRY-CHANNEL,
                    :PAD1-ARCH-REC.PURPOSE-CODE,
                    :PAD1-ARCH-REC.COUNTERPARTY-COUNTRY)
           END-EXEC
           EXEC SQL
               DELETE FROM PAD1
               WHERE PAYMENT_ID = :PAD1-REC.PAYMENT-ID
           END-EXEC
           ADD 1 TO WS-PAD1-COUNT
           MOVE PAYMENT-ID OF PAD1-REC TO CKPT-KEY
           PERFORM TAKE-ARCHIVE-CHECKPOINT.

       ARCHIVE-FED-LEDGER-ENTRIES.
           MOVE 'N' TO WS-GAD1-SWITCH
               INTO :GAD1-REC.LEDGER-ENTRY-ID, :GAD1-REC.PAYMENT-ID,
                    :GAD1-REC.ENTRY-DATE, :GAD1-REC.GL-ACCOUNT,
                    :GAD1-REC.ENTRY-TYPE-CODE, :GAD1-REC.ENTRY-AMOUNT,
                    :GAD1-REC.ENTRY-CURRENCY, :GAD1-REC.ENTRY-USER,
                    :GAD1-REC.OPERATING-UNIT
           END-EXEC
           IF SQLCODE = 100
               SET WS-GAD1-DONE TO TRUE
               TO ENTRY-CURRENCY OF GAD1-ARCH-REC
           MOVE ENTRY-USER OF GAD1-REC
               TO ENTRY-USER OF GAD1-ARCH-REC
           MOVE OPERATING-UNIT OF GAD1-REC
               TO OPERATING-UNIT OF GAD1-ARCH-REC
           MOVE WS-RUN-DATE TO ARCHIVE-DATE OF GAD1-ARCH-REC
           EXEC SQL
               INSERT INTO GAD1_ARCH
                   (LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE,
                    GL_ACCOUNT, ENTRY_TYPE_CODE, ENTRY_AMOUNT,
                    ENTRY_CURRENCY, ENTRY_USER, ARCHIVE_DATE,
                    OPERATING_UNIT)
               VALUES
                   (:GAD1-ARCH-REC.LEDGER-ENTRY-ID,
                    :GAD1-ARCH-REC.PAYMENT-ID,
                    :GAD1-ARCH-REC.ENTRY-AMOUNT,
                    :GAD1-ARCH-REC.ENTRY-CURRENCY,
                    :GAD1-ARCH-REC.ENTRY-USER,
                    :GAD1-ARCH-REC.ARCHIVE-DATE,
                    :GAD1-ARCH-REC.OPERATING-UNIT)
           END-EXEC
           EXEC SQL
               DELETE FROM GAD1
               WHERE LEDGER_ENTRY_ID = :GAD1-REC.LEDGER-ENTRY-ID
           END-EXEC
           ADD 1 TO WS-GAD1-COUNT
           MOVE LEDGER-ENTRY-ID OF GAD1-REC TO CKPT-KEY
           PERFORM TAKE-ARCHIVE-CHECKPOINT.

       PRINT-ARCHIVE-SUMMARY.
           DISPLAY "===== ARC1 ARCHIVE RUN - CUTOFF "
