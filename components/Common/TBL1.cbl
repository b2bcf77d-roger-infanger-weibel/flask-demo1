      *> Include the dclgen Db2 layouts
       COPY TRF1SQL.
       COPY CTF1SQL.
       COPY CTP1SQL.
       COPY POV1SQL.
       COPY POF1SQL.
       COPY PAD1SQL.
       COPY STC1SQL.
       COPY BAD1SQL.
      *> Include the Db2 host fields
       COPY TRF1REC.
       COPY CTF1REC.
       COPY CTP1REC.
       COPY POV1REC.
       COPY POF1REC.

      *> The consolidated charge posts as a proper BAD1 debit
       COPY BAM3.
       01  WS-LINE-CHARGE                   PIC S9(9)V99 COMP-3.
       01  WS-CUSTOMER-CHARGE               PIC S9(9)V99 COMP-3.

      *> A POV1 concession in force during the cycle reprices the
      *> line; the list charge it replaced goes on POF1.
       01  WS-LIST-CHARGE                   PIC S9(9)V99 COMP-3.

      *> The cycle's marker, carried in ORIGINAL-TRANSACTION-ID -
      *> it labels the debit as the month's tariff and makes a
      *> re-run harmless, the way LFE1 and INA1 key their monthly
      *> Month-end tariff billing - the per-item price list that
      *> used to be billed off a spreadsheet of CSV1 numbers. Each
      *> customer's cycle activity is counted, priced at their
      *> CTF1 tier off TRF1 - or on the terms of a POV1 concession
      *> agreed for them - and posted as one consolidated BAD1
      *> debit through BAM3 on the same cycle it belongs to, with
      *> the breakdown on this run's billing report.
           PERFORM READ-PARM-CARD
           END-EXEC
           IF SQLCODE = 0
               MOVE CUSTOMER-TIER OF CTF1-REC TO WS-CUSTOMER-TIER
           END-IF
      *> A cycle billed after CTR1 has moved the customer to a new
      *> tier is still priced at the tier the month was spent on -
      *> the tier the earliest change applied since then replaced.
           EXEC SQL
               SELECT CURRENT_TIER
               INTO :CTP1-REC.CURRENT-TIER
               FROM CTP1
               WHERE CUSTOMER_ID = :WS-BILL-CUSTOMER-ID
                 AND PROPOSAL_STATUS = 'A'
                 AND EFFECTIVE_DATE =
                     (SELECT MIN(EFFECTIVE_DATE)
                      FROM CTP1
                      WHERE CUSTOMER_ID = :WS-BILL-CUSTOMER-ID
                        AND PROPOSAL_STATUS = 'A'
                        AND EFFECTIVE_DATE >= :WS-MONTH-END)
           END-EXEC
           IF SQLCODE = 0
               MOVE CURRENT-TIER OF CTP1-REC TO WS-CUSTOMER-TIER
           END-IF.

       COUNT-CYCLE-ACTIVITY.
       PRICE-ONE-LINE.
           IF WS-LINE-UNITS > 0
               PERFORM READ-UNIT-PRICE
               COMPUTE WS-LINE-CHARGE =
                   WS-LINE-UNITS * WS-UNIT-PRICE
               PERFORM APPLY-PRICING-OVERRIDE
               IF WS-LINE-CHARGE > 0
                   ADD WS-LINE-CHARGE TO WS-CUSTOMER-CHARGE
                   DISPLAY "  " WS-BILL-CUSTOMER-ID
                       " " WS-CHARGE-CODE
               MOVE UNIT-PRICE OF TRF1-REC TO WS-UNIT-PRICE
           END-IF.

       APPLY-PRICING-OVERRIDE.
      *> A concession in force on any day of the cycle applies to
      *> the whole line - the latest-starting one if a new period
      *> began mid-month.
           EXEC SQL
               SELECT START_DATE, OVERRIDE_TYPE, OVERRIDE_VALUE
               INTO :POV1-REC.START-DATE, :POV1-REC.OVERRIDE-TYPE,
                    :POV1-REC.OVERRIDE-VALUE
               FROM POV1
               WHERE CUSTOMER_ID = :WS-BILL-CUSTOMER-ID
                 AND CHARGE_CODE = :WS-CHARGE-CODE
                 AND OVERRIDE_STATUS = 'A'
                 AND START_DATE < :WS-MONTH-END
                 AND END_DATE >= :WS-MONTH-START
               ORDER BY START_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-LINE-CHARGE TO WS-LIST-CHARGE
               EVALUATE TRUE
                   WHEN OVERRIDE-WAIVER
                       MOVE 0 TO WS-LINE-CHARGE
                   WHEN OVERRIDE-FIXED-PRICE
                       COMPUTE WS-LINE-CHARGE =
                           WS-LINE-UNITS * OVERRIDE-VALUE OF POV1-REC
                   WHEN OTHER
                       COMPUTE WS-LINE-CHARGE ROUNDED =
                           WS-LIST-CHARGE
                           * (100 - OVERRIDE-VALUE OF POV1-REC) / 100
               END-EVALUATE
               DISPLAY "  " WS-BILL-CUSTOMER-ID
                   " " WS-CHARGE-CODE
                   " concession " OVERRIDE-TYPE OF POV1-REC
                   " list " WS-LIST-CHARGE
                   " charged " WS-LINE-CHARGE
               PERFORM RECORD-FORGONE-REVENUE
           END-IF.

       RECORD-FORGONE-REVENUE.
      *> A re-run of a cycle that billed nothing finds its row
      *> already there - the duplicate is not an error.
           MOVE WS-BILL-CUSTOMER-ID TO CUSTOMER-ID OF POF1-REC
           MOVE WS-CHARGE-CODE TO CHARGE-CODE OF POF1-REC
           MOVE WS-PARM-CYCLE-MONTH TO CHARGE-MONTH OF POF1-REC
           MOVE WS-MONTH-MARKER TO CHARGE-REF OF POF1-REC
           MOVE START-DATE OF POV1-REC TO OVERRIDE-START OF POF1-REC
           MOVE 'TBL1' TO SOURCE-PROGRAM OF POF1-REC
           MOVE WS-LIST-CHARGE TO LIST-AMOUNT OF POF1-REC
           MOVE WS-LINE-CHARGE TO CHARGED-AMOUNT OF POF1-REC
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
               DISPLAY "  " WS-BILL-CUSTOMER-ID " " WS-CHARGE-CODE
                   " concession not logged, SQLCODE " SQLCODE
           END-IF.

       WRITE-TARIFF-DEBIT.
      *> One consolidated debit through BAM3 carrying the cycle
      *> marker, so the charge shows on the same STM2 cycle it
