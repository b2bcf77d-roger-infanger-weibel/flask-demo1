       COPY PAD1SQL.
       COPY BAD1SQL.
       COPY LFR1SQL.
       COPY POV1SQL.
       COPY POF1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY LFR1REC.
       COPY POV1REC.
       COPY POF1REC.

      *> Include the communication area copybook
       COPY BAM3.
           88  WS-RATE-FOUND                VALUE 'Y'.

       01  WS-FEE-AMOUNT                    PIC S9(9)V99 COMP-3.
       01  WS-LIST-FEE                      PIC S9(9)V99 COMP-3.
       01  WS-ALREADY-FEED-COUNT            PIC S9(9) COMP.
       01  WS-RUN-MONTH                     PIC X(7).

       01  WS-FEE-COUNT                     PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-WAIVED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

      *> Generated key for the fee's BAD1 row - an '8' lead byte plus
           DISPLAY " "
           DISPLAY "Fees written to BAD1:        " WS-FEE-COUNT
           DISPLAY "Already charged this month:  " WS-SKIPPED-COUNT
           DISPLAY "Waived under a concession:   " WS-WAIVED-COUNT
           DISPLAY "Fee inserts that failed:     " WS-ERROR-COUNT
           DISPLAY "================================================="
           STOP RUN.
               IF WS-ALREADY-FEED-COUNT > 0
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       PAYMENT-AMOUNT OF PAD1-REC * FEE-RATE OF LFR1-REC
                   PERFORM APPLY-PRICING-OVERRIDE
                   IF WS-FEE-AMOUNT > 0
                       PERFORM WRITE-FEE-TRANSACTION
                   ELSE
                       ADD 1 TO WS-WAIVED-COUNT
                   END-IF
               END-IF
           END-IF.

               MOVE 0 TO WS-ALREADY-FEED-COUNT
           END-IF.

       APPLY-PRICING-OVERRIDE.
      *> A POV1 concession on the 'LATE' charge in force on the run
      *> date reprices the fee - waived, a fixed fee, or a
      *> percentage off - and the list fee it replaced goes on POF1.
           EXEC SQL
               SELECT START_DATE, OVERRIDE_TYPE, OVERRIDE_VALUE
               INTO :POV1-REC.START-DATE, :POV1-REC.OVERRIDE-TYPE,
                    :POV1-REC.OVERRIDE-VALUE
               FROM POV1
               WHERE CUSTOMER_ID = :PAD1-REC.CUSTOMER-ID
                 AND CHARGE_CODE = 'LATE'
                 AND OVERRIDE_STATUS = 'A'
                 AND START_DATE <= :WS-PARM-RUN-DATE
                 AND END_DATE >= :WS-PARM-RUN-DATE
               ORDER BY START_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-FEE-AMOUNT TO WS-LIST-FEE
               EVALUATE TRUE
                   WHEN OVERRIDE-WAIVER
                       MOVE 0 TO WS-FEE-AMOUNT
                   WHEN OVERRIDE-FIXED-PRICE
                       MOVE OVERRIDE-VALUE OF POV1-REC TO WS-FEE-AMOUNT
                   WHEN OTHER
                       COMPUTE WS-FEE-AMOUNT ROUNDED =
                           WS-LIST-FEE
                           * (100 - OVERRIDE-VALUE OF POV1-REC) / 100
               END-EVALUATE
               DISPLAY "  Payment " PAYMENT-ID OF PAD1-REC
                   " concession " OVERRIDE-TYPE OF POV1-REC
                   " list fee " WS-LIST-FEE
                   " charged " WS-FEE-AMOUNT
               PERFORM RECORD-FORGONE-REVENUE
           END-IF.

       RECORD-FORGONE-REVENUE.
      *> Keyed by the payment and run month, so a re-run within the
      *> month of a fee waived outright finds its row already there.
           MOVE CUSTOMER-ID OF PAD1-REC TO CUSTOMER-ID OF POF1-REC
           MOVE 'LATE' TO CHARGE-CODE OF POF1-REC
           MOVE WS-RUN-MONTH TO CHARGE-MONTH OF POF1-REC
           MOVE PAYMENT-ID OF PAD1-REC TO CHARGE-REF OF POF1-REC
           MOVE START-DATE OF POV1-REC TO OVERRIDE-START OF POF1-REC
           MOVE 'LFE1' TO SOURCE-PROGRAM OF POF1-REC
           MOVE WS-LIST-FEE TO LIST-AMOUNT OF POF1-REC
           MOVE WS-FEE-AMOUNT TO CHARGED-AMOUNT OF POF1-REC
           EXEC SQL
               INSERT INTO POF1
                   (CUSTOMER_ID, CHARGE_CODE, CHARGE_MONTH,
                    CHARGE_REF, OVERRIDE_START, SOURCE_PROGRAM,
                    LIST_AMOUNT, CHARGED_AMOUNT)
               VALUES
                   (:POF1-REC.CUSTOMER-ID, :POF1-REC.CHARGE-CODE,
                    :POF1-REC.CHARGE-MONTH, :POF1-REC.CHARGE-REF,
                    :POF1-REC.OVERRIDE-START,
                    :POF1-REC.SOURCE-PROGRAM,
                    :POF1-REC.LIST-AMOUNT, :POF1-REC.CHARGED-AMOUNT)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
               DISPLAY "  Payment " PAYMENT-ID OF PAD1-REC
                   " concession not logged, SQLCODE " SQLCODE
           END-IF.

       WRITE-FEE-TRANSACTION.
      *> A proper BAD1 debit carrying the customer's CUSTOMER-ID, so
      *> the fee flows into the STM1 statements and RCN1 totals the
      *> way any other transaction does - created through BAM3, so
      *> the format check, duplicate check, customer validation and
      *> BAM3AUD audit row all apply to fees too.
           ADD 1 TO WS-FEE-SEQUENCE
           MOVE WS-FEE-SEQUENCE TO WS-GEN-SEQUENCE
           MOVE SPACES TO BAM3-COMM-AREA
