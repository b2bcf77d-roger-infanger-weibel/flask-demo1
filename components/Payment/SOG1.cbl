       COPY PAM2.
       01  PAM2-PGM                         PIC X(8) VALUE 'PAM2'.

      *> Shared value-date adjustment against the currency's
      *> clearing calendar
       COPY VDA1.
       01  VDA1-PGM                         PIC X(8) VALUE 'VDA1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).
       01  WS-NEXT-DAY                      PIC 9(2).
       01  WS-NEW-NEXT-RUN-DATE             PIC X(10).

      *> An order is collected on its due date rolled to a good day
      *> for its currency. Modified following can roll a month-end
      *> date back a few days, so the cursor looks a week past the
      *> run date and the adjusted date decides. NEXT-RUN-DATE itself
      *> stays on the unadjusted schedule so a rolled collection
      *> never drags the following ones with it.
       01  WS-LOOKAHEAD-DAYS                PIC S9(4) COMP VALUE 7.
       01  WS-LOOKAHEAD-DATE                PIC X(10).
       01  WS-NOT-YET-DUE-COUNT             PIC 9(7) VALUE 0.

      *> Scheme pre-notification - DNL1 sends the customer notice of
      *> each collection ahead of it and stamps the occurrence on
      *> STO1. One with no notice, or whose notice went out late and
      *> put the collection back, is held and reported here rather
      *> than collected.
       01  WS-NO-NOTICE-COUNT               PIC 9(7) VALUE 0.
       01  WS-NOTICE-RUNNING-COUNT          PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every active order that has fallen due by the run date - an
       EXEC SQL
           DECLARE DUE-ORDER-CURSOR CURSOR FOR
               SELECT ORDER_ID, CUSTOMER_ID, PAYMENT_AMOUNT,
                      PAYMENT_CURRENCY, FREQUENCY_CODE, NEXT_RUN_DATE,
                      NOTICE_DUE_DATE, NOTICE_COLLECT_DATE
               FROM STO1
               WHERE ACTIVE_FLAG = 'Y'
                 AND NEXT_RUN_DATE <= :WS-LOOKAHEAD-DATE
               ORDER BY ORDER_ID
       END-EXEC.

               WS-NO-MANDATE-COUNT
           DISPLAY "Orders held - customer on legal hold: "
               WS-HELD-COUNT
           DISPLAY "Orders rolled past a currency holiday: "
               WS-NOT-YET-DUE-COUNT
           DISPLAY "Orders held - no advance notice sent: "
               WS-NO-NOTICE-COUNT
           DISPLAY "Orders held - late notice period running: "
               WS-NOTICE-RUNNING-COUNT
           DISPLAY "================================================="
           STOP RUN.

               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           STRING WS-PARM-RUN-DATE(6:2) WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-GEN-MONTH-DAY
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + WS-LOOKAHEAD-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-LOOKAHEAD-DATE.

       GENERATE-DUE-ORDERS.
           MOVE 'N' TO WS-ORDER-SWITCH
           PERFORM UNTIL WS-ORDERS-DONE
               PERFORM FETCH-NEXT-DUE-ORDER
               IF NOT WS-ORDERS-DONE
                   PERFORM ADJUST-ORDER-DUE-DATE
                   IF VDA1-ADJUSTED-DATE > WS-PARM-RUN-DATE
                       IF NEXT-RUN-DATE OF STO1-REC
                          NOT > WS-PARM-RUN-DATE
                           ADD 1 TO WS-NOT-YET-DUE-COUNT
                       END-IF
                   ELSE
                       PERFORM GENERATE-ONE-PAYMENT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
                    :STO1-REC.PAYMENT-AMOUNT,
                    :STO1-REC.PAYMENT-CURRENCY,
                    :STO1-REC.FREQUENCY-CODE,
                    :STO1-REC.NEXT-RUN-DATE,
                    :STO1-REC.NOTICE-DUE-DATE,
                    :STO1-REC.NOTICE-COLLECT-DATE
           END-EXEC
           IF SQLCODE = 100
               SET WS-ORDERS-DONE TO TRUE
           END-IF.

       ADJUST-ORDER-DUE-DATE.
           MOVE PAYMENT-CURRENCY OF STO1-REC TO VDA1-CURRENCY
           MOVE NEXT-RUN-DATE OF STO1-REC TO VDA1-DATE
           CALL VDA1-PGM USING VDA1-COMM-AREA.

       GENERATE-ONE-PAYMENT.
      *> The payment goes through PAM2, not a raw INSERT, so the
      *> duplicate check, credit-limit check, status machine and
                       CUSTOMER-ID OF STO1-REC
                       " has no active mandate covering the amount"
               ELSE
                   PERFORM CHECK-ADVANCE-NOTICE
               END-IF
           END-IF.

       CHECK-ADVANCE-NOTICE.
      *> NEXT-RUN-DATE stays where it is for either hold - DNL1 gives
      *> a late notice on its next run and the collection catches up
      *> on the date that notice told the customer.
           EVALUATE TRUE
               WHEN NOTICE-DUE-DATE OF STO1-REC
                    NOT = NEXT-RUN-DATE OF STO1-REC
                   ADD 1 TO WS-NO-NOTICE-COUNT
                   DISPLAY "  Order " ORDER-ID OF STO1-REC
                       " held - no advance notice sent for "
                       NEXT-RUN-DATE OF STO1-REC
               WHEN NOTICE-COLLECT-DATE OF STO1-REC > WS-PARM-RUN-DATE
                   ADD 1 TO WS-NOTICE-RUNNING-COUNT
                   DISPLAY "  Order " ORDER-ID OF STO1-REC
                       " held - notice was late, collect on "
                       NOTICE-COLLECT-DATE OF STO1-REC
               WHEN OTHER
                   PERFORM GENERATE-MANDATED-PAYMENT
           END-EVALUATE.

       CHECK-ORDER-LEGAL-HOLD.
           MOVE 0 TO WS-HOLD-COUNT
           EXEC SQL
