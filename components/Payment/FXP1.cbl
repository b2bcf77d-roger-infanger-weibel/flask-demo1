       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FXP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY FXM1SQL.
       COPY CTF1SQL.
       COPY FXQ1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY FXM1REC.
       COPY CTF1REC.
       COPY FXQ1REC.

      *> Basis points are hundredths of a percent - the margined
      *> rate is the mid rate times (10000 plus or minus the bps)
      *> over 10000.
       01  WS-BPS-DIVISOR                   PIC S9(5) COMP-3
           VALUE 10000.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate every other conversion uses.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY FXP1.

       PROCEDURE DIVISION USING FXP1-COMM-AREA.

       MAIN-PROCESS.

           PERFORM PRICE-CONVERSION
           GOBACK.

       PRICE-CONVERSION.

      *> PAM1 and PAM2 used to convert at the bare EXR1 mid rate and
      *> the bank earned nothing on the conversion. The margin comes
      *> off the FXM1 grid by pair and the customer's CTF1 tier (the
      *> TBL1 tariff precedent - no tier row falls back to 'S'), and
      *> always works in the bank's favor: added to the rate on a
      *> payment out, taken off it on money coming back.
           MOVE 'N' TO FXP1-RATE-SWITCH
           MOVE SPACE TO FXP1-RATE-METHOD
           MOVE SPACE TO FXP1-QUOTE-SWITCH
           MOVE 'S' TO FXP1-CUSTOMER-TIER
           MOVE 0 TO FXP1-MARGIN-BPS
           MOVE 0 TO FXP1-MID-AMOUNT
           MOVE 0 TO FXP1-CHARGED-AMOUNT
           MOVE 0 TO FXP1-MARGIN-AMOUNT
           IF FXP1-FROM-CURRENCY = FXP1-TO-CURRENCY
               MOVE 1 TO FXP1-MID-RATE
               MOVE 1 TO FXP1-CUSTOMER-RATE
               MOVE FXP1-AMOUNT TO FXP1-MID-AMOUNT
               MOVE FXP1-AMOUNT TO FXP1-CHARGED-AMOUNT
               MOVE 'S' TO FXP1-RATE-METHOD
               SET FXP1-RATE-FOUND TO TRUE
           ELSE
               IF FXP1-QUOTE-NUMBER > 0
                   PERFORM READ-LOCKED-QUOTE
               END-IF
               IF FXP1-QUOTE-LOCKED
                   PERFORM APPLY-LOCKED-RATE
               ELSE
                   PERFORM READ-MID-RATE
                   IF FXP1-RATE-FOUND
                       PERFORM READ-CUSTOMER-TIER
                       PERFORM READ-MARGIN-BPS
                       PERFORM APPLY-MARGIN
                   END-IF
               END-IF
           END-IF.

       READ-LOCKED-QUOTE.
      *> A locked quote holds the rate the customer was promised at
      *> entry, whatever EXR1 has done since - as long as it is the
      *> same customer, pair and amount and has not run past its
      *> expiry date. A quote already used up ('C') or expired ('X')
      *> counts as expired.
           MOVE 'M' TO FXP1-QUOTE-SWITCH
           MOVE FXP1-QUOTE-NUMBER TO QUOTE-NUMBER OF FXQ1-REC
           EXEC SQL
               SELECT EXPIRY_DATE, CUSTOMER_ID, CUSTOMER_TIER,
                      FROM_CURRENCY, TO_CURRENCY, QUOTE_AMOUNT,
                      MID_RATE, MARGIN_BPS, CUSTOMER_RATE,
                      QUOTE_STATUS
               INTO :FXQ1-REC.EXPIRY-DATE, :FXQ1-REC.CUSTOMER-ID,
                    :FXQ1-REC.CUSTOMER-TIER,
                    :FXQ1-REC.FROM-CURRENCY, :FXQ1-REC.TO-CURRENCY,
                    :FXQ1-REC.QUOTE-AMOUNT, :FXQ1-REC.MID-RATE,
                    :FXQ1-REC.MARGIN-BPS, :FXQ1-REC.CUSTOMER-RATE,
                    :FXQ1-REC.QUOTE-STATUS
               FROM FXQ1
               WHERE QUOTE_NUMBER = :FXQ1-REC.QUOTE-NUMBER
           END-EXEC
           IF SQLCODE = 0
               AND CUSTOMER-ID OF FXQ1-REC = FXP1-CUSTOMER-ID
               AND FROM-CURRENCY OF FXQ1-REC = FXP1-FROM-CURRENCY
               AND TO-CURRENCY OF FXQ1-REC = FXP1-TO-CURRENCY
               AND QUOTE-AMOUNT OF FXQ1-REC = FXP1-AMOUNT
               IF (QUOTE-STATUS OF FXQ1-REC = 'O'
                   OR QUOTE-STATUS OF FXQ1-REC = 'A')
                   AND EXPIRY-DATE OF FXQ1-REC NOT < FXP1-PRICE-DATE
                   SET FXP1-QUOTE-LOCKED TO TRUE
               ELSE
                   SET FXP1-QUOTE-EXPIRED TO TRUE
               END-IF
           END-IF.

       APPLY-LOCKED-RATE.
           MOVE CUSTOMER-TIER OF FXQ1-REC TO FXP1-CUSTOMER-TIER
           MOVE MID-RATE OF FXQ1-REC TO FXP1-MID-RATE
           MOVE MARGIN-BPS OF FXQ1-REC TO FXP1-MARGIN-BPS
           MOVE CUSTOMER-RATE OF FXQ1-REC TO FXP1-CUSTOMER-RATE
           MOVE 'Q' TO FXP1-RATE-METHOD
           SET FXP1-RATE-FOUND TO TRUE
           COMPUTE FXP1-MID-AMOUNT ROUNDED =
               FXP1-AMOUNT * FXP1-MID-RATE
           COMPUTE FXP1-CHARGED-AMOUNT ROUNDED =
               FXP1-AMOUNT * FXP1-CUSTOMER-RATE
           COMPUTE FXP1-MARGIN-AMOUNT =
               FXP1-CHARGED-AMOUNT - FXP1-MID-AMOUNT.

       READ-MID-RATE.
           MOVE 0 TO FXP1-MID-RATE
           MOVE 0 TO FXP1-CUSTOMER-RATE
           MOVE SPACES TO EXM1-COMM-AREA
           MOVE FXP1-FROM-CURRENCY TO EXM1-FROM-CURRENCY
           MOVE FXP1-TO-CURRENCY TO EXM1-TO-CURRENCY
           MOVE 0 TO EXM1-AMOUNT
           CALL EXM1-PGM USING EXM1-COMM-AREA
           IF EXM1-RATE-FOUND
               MOVE EXM1-EXCHANGE-RATE TO FXP1-MID-RATE
               MOVE EXM1-METHOD TO FXP1-RATE-METHOD
               SET FXP1-RATE-FOUND TO TRUE
           END-IF.

       READ-CUSTOMER-TIER.
           EXEC SQL
               SELECT CUSTOMER_TIER
               INTO :CTF1-REC.CUSTOMER-TIER
               FROM CTF1
               WHERE CUSTOMER_ID = :FXP1-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE CUSTOMER-TIER OF CTF1-REC TO FXP1-CUSTOMER-TIER
           END-IF.

       READ-MARGIN-BPS.
           MOVE FXP1-FROM-CURRENCY TO FROM-CURRENCY OF FXM1-REC
           MOVE FXP1-TO-CURRENCY TO TO-CURRENCY OF FXM1-REC
           MOVE FXP1-CUSTOMER-TIER TO CUSTOMER-TIER OF FXM1-REC
           EXEC SQL
               SELECT MARGIN_BPS
               INTO :FXM1-REC.MARGIN-BPS
               FROM FXM1
               WHERE FROM_CURRENCY = :FXM1-REC.FROM-CURRENCY
                 AND TO_CURRENCY = :FXM1-REC.TO-CURRENCY
                 AND CUSTOMER_TIER = :FXM1-REC.CUSTOMER-TIER
           END-EXEC
           IF SQLCODE = 100 AND FXP1-CUSTOMER-TIER NOT = 'S'
               EXEC SQL
                   SELECT MARGIN_BPS
                   INTO :FXM1-REC.MARGIN-BPS
                   FROM FXM1
                   WHERE FROM_CURRENCY = :FXM1-REC.FROM-CURRENCY
                     AND TO_CURRENCY = :FXM1-REC.TO-CURRENCY
                     AND CUSTOMER_TIER = 'S'
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE MARGIN-BPS OF FXM1-REC TO FXP1-MARGIN-BPS
           END-IF.

       APPLY-MARGIN.
           IF FXP1-AMOUNT < 0
               COMPUTE FXP1-CUSTOMER-RATE ROUNDED =
                   FXP1-MID-RATE * (WS-BPS-DIVISOR - FXP1-MARGIN-BPS)
                   / WS-BPS-DIVISOR
           ELSE
               COMPUTE FXP1-CUSTOMER-RATE ROUNDED =
                   FXP1-MID-RATE * (WS-BPS-DIVISOR + FXP1-MARGIN-BPS)
                   / WS-BPS-DIVISOR
           END-IF
           COMPUTE FXP1-MID-AMOUNT ROUNDED =
               FXP1-AMOUNT * FXP1-MID-RATE
           COMPUTE FXP1-CHARGED-AMOUNT ROUNDED =
               FXP1-AMOUNT * FXP1-CUSTOMER-RATE
           COMPUTE FXP1-MARGIN-AMOUNT =
               FXP1-CHARGED-AMOUNT - FXP1-MID-AMOUNT.
