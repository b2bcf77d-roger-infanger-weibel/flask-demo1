       COPY PAD1ASQL.
       COPY BAD1SQL.
       COPY EXR1SQL.
       COPY FXC1SQL.

       FILE SECTION.
       FD  AUDIT-FILE.
       COPY PAD1AREC.
       COPY BAD1REC.
       COPY EXR1REC.
       COPY FXC1REC.

       *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

       *> Shared FX pricing - mid rate plus the FXM1 tier margin
       COPY FXP1.
       01  FXP1-PGM                           PIC X(8) VALUE 'FXP1'.

      *> Audit rows land on a date-stamped daily generation
      *> (PAM1AUD.YYYYMMDD) - today's calls go to today's file, AUL1
      *> sweeps exactly the requested day, and AHK1 retires
           END-IF.

       CONVERT-TO-BASE-CURRENCY.
      *> The customer is charged the margined rate, not the EXR1 mid.
      *> A payment PAM2 created has its rate booked on FXC1 and is
      *> quoted back exactly as struck; one with no FXC1 row (older
      *> than the margin, or created outside PAM2) is priced live
      *> through FXP1 at today's rate and margin.
           MOVE WS-BASE-CURRENCY TO BASE-CURRENCY OF PAM1-COMM-AREA
           MOVE 0 TO FX-MARGIN-AMOUNT OF PAM1-COMM-AREA
           MOVE 0 TO FX-MARGIN-BPS OF PAM1-COMM-AREA
           MOVE SPACE TO FX-RATE-METHOD OF PAM1-COMM-AREA
           IF PAYMENT-CURRENCY OF PAM1-COMM-AREA = WS-BASE-CURRENCY
               MOVE PAYMENT-AMOUNT OF PAM1-COMM-AREA
                   TO BASE-AMOUNT OF PAM1-COMM-AREA
               MOVE 'S' TO FX-RATE-METHOD OF PAM1-COMM-AREA
           ELSE
               EXEC SQL
                   SELECT CHARGED_AMOUNT, MARGIN_AMOUNT, MARGIN_BPS,
                          RATE_METHOD
                   INTO :FXC1-REC.CHARGED-AMOUNT,
                        :FXC1-REC.MARGIN-AMOUNT,
                        :FXC1-REC.MARGIN-BPS,
                        :FXC1-REC.RATE-METHOD
                   FROM FXC1
                   WHERE PAYMENT_ID = :PAM1-COMM-AREA.PAYMENT-ID
               END-EXEC
               IF SQLCODE = 0
                   MOVE CHARGED-AMOUNT OF FXC1-REC
                       TO BASE-AMOUNT OF PAM1-COMM-AREA
                   MOVE MARGIN-AMOUNT OF FXC1-REC
                       TO FX-MARGIN-AMOUNT OF PAM1-COMM-AREA
                   MOVE MARGIN-BPS OF FXC1-REC
                       TO FX-MARGIN-BPS OF PAM1-COMM-AREA
                   MOVE RATE-METHOD OF FXC1-REC
                       TO FX-RATE-METHOD OF PAM1-COMM-AREA
               ELSE
                   PERFORM PRICE-LIVE-CONVERSION
               END-IF
           END-IF.

       PRICE-LIVE-CONVERSION.
           MOVE CUSTOMER-ID OF PAM1-COMM-AREA TO FXP1-CUSTOMER-ID
           MOVE PAYMENT-CURRENCY OF PAM1-COMM-AREA
               TO FXP1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO FXP1-TO-CURRENCY
           MOVE PAYMENT-AMOUNT OF PAM1-COMM-AREA TO FXP1-AMOUNT
           MOVE 0 TO FXP1-QUOTE-NUMBER
           CALL FXP1-PGM USING FXP1-COMM-AREA
           IF FXP1-RATE-FOUND
               MOVE FXP1-CHARGED-AMOUNT
                   TO BASE-AMOUNT OF PAM1-COMM-AREA
               MOVE FXP1-MARGIN-AMOUNT
                   TO FX-MARGIN-AMOUNT OF PAM1-COMM-AREA
               MOVE FXP1-MARGIN-BPS
                   TO FX-MARGIN-BPS OF PAM1-COMM-AREA
               MOVE FXP1-RATE-METHOD
                   TO FX-RATE-METHOD OF PAM1-COMM-AREA
           ELSE
               MOVE 'E' TO PAYMENT-STATUS
               STRING 'No exchange rate from '
                   PAYMENT-CURRENCY OF PAM1-COMM-AREA ' to '
                   WS-BASE-CURRENCY DELIMITED BY SIZE
                   INTO ERROR-MESSAGE
           END-IF.

       DETECT-DUPLICATE-PAYMENT.
      *> Flag (but do not block) a payment that looks like a re-send -
