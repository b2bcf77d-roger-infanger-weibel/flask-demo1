       COPY CBH1SQL.
       COPY INT1SQL.
       COPY BAD1SQL.
       COPY TXR1SQL.
       COPY WHR1SQL.
       COPY WHT1SQL.
       COPY CFG1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CBH1REC.
       COPY INT1REC.
       COPY TXR1REC.
       COPY WHR1REC.
       COPY WHT1REC.
       COPY CFG1REC.

      *> The accrued interest posts as a proper BAD1 credit
       COPY BAM3.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Commit-interval checkpointing - CKM1 commits every so many
      *> customers and keeps the last one posted on CKP1, so a rerun
      *> after an abend resumes after it.
       COPY CKM1 REPLACING RETURN-CODE BY CKM1-RETURN-CODE.
       01  CKM1-PGM                         PIC X(8) VALUE 'CKM1'.

      *> Last customer the failed run committed - spaces sort below
      *> every customer, so a fresh run reads the whole month
       01  WS-RESUME-CUSTOMER               PIC X(10) VALUE SPACES.

      *> Carried on the checkpoint - the key sequence must go on from
      *> where the failed run left it, or today's generated keys
      *> would collide, and the counts keep the totals whole
       01  WS-INA1-CARRY.
           05  WS-CARRY-ACCRUAL-MONTH       PIC X(7).
           05  WS-CARRY-SEQUENCE            PIC 9(5).
           05  WS-CARRY-ACCRUED-COUNT       PIC 9(7).
           05  WS-CARRY-SKIPPED-COUNT       PIC 9(7).
           05  WS-CARRY-ERROR-COUNT         PIC 9(7).
           05  WS-CARRY-WITHHELD-COUNT      PIC 9(7).
           05  WS-CARRY-WITHHELD-TOTAL      PIC 9(11)V99.
           05  WS-CARRY-TAX-ERROR-COUNT     PIC 9(7).

       01  WS-PARM-CARD.
           05  WS-PARM-ACCRUAL-MONTH        PIC X(7).
           05  FILLER                       PIC X(1).
           05  WS-GEN-MONTH-DAY             PIC X(4).
           05  WS-GEN-SEQUENCE              PIC 9(5).

      *> Withholding tax on the credit - its debit carries its own
      *> month marker, so GAM3 can tell it from an ordinary debit
      *> and credit the tax-payable account instead.
       01  WS-TAX-MARKER.
           05  FILLER                       PIC X(3) VALUE 'WHT'.
           05  WS-TAX-MARKER-YEAR           PIC X(4).
           05  WS-TAX-MARKER-MONTH          PIC X(2).
           05  FILLER                       PIC X(1) VALUE SPACE.
       01  WS-HOME-COUNTRY-PARM             PIC X(20)
           VALUE 'WHT-HOME-COUNTRY'.
       01  WS-HOME-COUNTRY                  PIC X(2).
       01  WS-TAX-RATE                      PIC S9(3)V99 COMP-3.
       01  WS-TAX-AMOUNT                    PIC S9(9)V99 COMP-3.
       01  WS-INTEREST-TRANSACTION-ID       PIC X(10).
       01  WS-TAX-TRANSACTION-ID            PIC X(10).
       01  WS-CREDIT-SWITCH                 PIC X(1).
           88  WS-CREDIT-POSTED             VALUE 'Y'.

       01  WS-ACCRUED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.
       01  WS-WITHHELD-COUNT                PIC 9(7) VALUE 0.
       01  WS-WITHHELD-TOTAL                PIC S9(11)V99 COMP-3
                                            VALUE 0.
       01  WS-TAX-ERROR-COUNT               PIC 9(7) VALUE 0.
       01  WS-EDIT-TOTAL                    PIC -(11)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> month, customer by customer - each day earns its tier's
      *> rate over 365.
       EXEC SQL
           DECLARE ACCRUAL-POSITION-CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, POSITION_DATE, BALANCE_AMOUNT
               FROM CBH1
               WHERE BALANCE_CURRENCY = :WS-BASE-CURRENCY
                 AND BALANCE_AMOUNT > 0
                 AND POSITION_DATE >= :WS-MONTH-START
                 AND POSITION_DATE < :WS-MONTH-END
                 AND CUSTOMER_ID > :WS-RESUME-CUSTOMER
               ORDER BY CUSTOMER_ID, POSITION_DATE
       END-EXEC.

      *> day's positive CBH1 position earns its INT1 tier's rate
      *> over 365; the month's accrual posts as one BAD1 credit per
      *> customer through BAM3, so it flows to statements, balances
      *> and the GL like any other transaction. Tax is withheld
      *> from each credit at the customer's residence rate and
      *> debited as its own BAD1 entry, so the customer nets to the
      *> interest after tax and the tax reaches the GL's payable.
           PERFORM READ-PARM-CARD
           PERFORM READ-RESTART-POINT
           PERFORM REGISTER-RUN-START
           DISPLAY "===== INA1 INTEREST ACCRUAL "
               WS-PARM-ACCRUAL-MONTH " ====="
           PERFORM ACCRUE-MONTH-POSITIONS
           MOVE 'E' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           DISPLAY " "
           DISPLAY "Interest credits written:    " WS-ACCRUED-COUNT
           DISPLAY "Already accrued this month:  " WS-SKIPPED-COUNT
           DISPLAY "Credits that failed:         " WS-ERROR-COUNT
           MOVE WS-WITHHELD-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "Withholding debits written:  " WS-WITHHELD-COUNT
           DISPLAY "Tax withheld:              " WS-EDIT-TOTAL
           DISPLAY "Withholding that failed:     " WS-TAX-ERROR-COUNT
           DISPLAY "================================================="
           PERFORM REGISTER-RUN-END
           STOP RUN.
               INTO WS-MONTH-END
           MOVE WS-PARM-ACCRUAL-MONTH(1:4) TO WS-MARKER-YEAR
           MOVE WS-PARM-ACCRUAL-MONTH(6:2) TO WS-MARKER-MONTH
           MOVE WS-MARKER-YEAR TO WS-TAX-MARKER-YEAR
           MOVE WS-MARKER-MONTH TO WS-TAX-MARKER-MONTH
           STRING WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-GEN-MONTH-DAY
           PERFORM READ-HOME-COUNTRY.

       READ-HOME-COUNTRY.
      *> A customer with no TXR1 row, or resident somewhere WHR1
      *> has no rate for, is taxed at the home country's rate -
      *> the country is a CFG1 parameter, US when not set.
           MOVE 'US' TO WS-HOME-COUNTRY
           MOVE WS-HOME-COUNTRY-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
               MOVE PARM-VALUE OF CFG1-REC(1:2) TO WS-HOME-COUNTRY
           END-IF.

       READ-RESTART-POINT.
      *> A checkpoint left today by a failed run hands back the key
      *> sequence it had reached; when it was accruing this same
      *> month, the customers it committed are skipped as well.
           MOVE SPACES TO CKM1-COMM-AREA
           MOVE 0 TO CKM1-RETURN-CODE
           MOVE 'INA1' TO MAIN-NAME OF CKM1-COMM-AREA
           MOVE 'INA1' TO CKPT-PROGRAM
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE
           MOVE 'R' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           IF CKPT-IS-RESTART
               MOVE CKPT-CARRY-DATA TO WS-INA1-CARRY
               MOVE WS-CARRY-SEQUENCE TO WS-INTEREST-SEQUENCE
               IF WS-CARRY-ACCRUAL-MONTH = WS-PARM-ACCRUAL-MONTH
                   MOVE CKPT-KEY TO WS-RESUME-CUSTOMER
                   MOVE WS-CARRY-ACCRUED-COUNT TO WS-ACCRUED-COUNT
                   MOVE WS-CARRY-SKIPPED-COUNT TO WS-SKIPPED-COUNT
                   MOVE WS-CARRY-ERROR-COUNT TO WS-ERROR-COUNT
                   MOVE WS-CARRY-WITHHELD-COUNT TO WS-WITHHELD-COUNT
                   MOVE WS-CARRY-WITHHELD-TOTAL TO WS-WITHHELD-TOTAL
                   MOVE WS-CARRY-TAX-ERROR-COUNT
                       TO WS-TAX-ERROR-COUNT
               ELSE
                   MOVE SPACES TO CKPT-RESTART-POINT
               END-IF
           END-IF.

       TAKE-ACCRUAL-CHECKPOINT.
      *> One customer posted is one unit of work - CKM1 commits once
      *> the interval's worth has gone through.
           MOVE WS-PREV-CUSTOMER TO CKPT-KEY
           MOVE WS-PARM-ACCRUAL-MONTH TO WS-CARRY-ACCRUAL-MONTH
           MOVE WS-INTEREST-SEQUENCE TO WS-CARRY-SEQUENCE
           MOVE WS-ACCRUED-COUNT TO WS-CARRY-ACCRUED-COUNT
           MOVE WS-SKIPPED-COUNT TO WS-CARRY-SKIPPED-COUNT
           MOVE WS-ERROR-COUNT TO WS-CARRY-ERROR-COUNT
           MOVE WS-WITHHELD-COUNT TO WS-CARRY-WITHHELD-COUNT
           MOVE WS-WITHHELD-TOTAL TO WS-CARRY-WITHHELD-TOTAL
           MOVE WS-TAX-ERROR-COUNT TO WS-CARRY-TAX-ERROR-COUNT
           MOVE WS-INA1-CARRY TO CKPT-CARRY-DATA
           MOVE 'C' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 'INA1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE CKPT-RESTART-POINT TO RUN-RESTART-POINT
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

           END-PERFORM
           IF WS-PREV-CUSTOMER NOT = SPACES
               PERFORM POST-CUSTOMER-INTEREST
               PERFORM TAKE-ACCRUAL-CHECKPOINT
           END-IF
           EXEC SQL
               CLOSE ACCRUAL-POSITION-CURSOR
           IF WS-PREV-CUSTOMER NOT = SPACES
               AND CUSTOMER-ID OF CBH1-REC NOT = WS-PREV-CUSTOMER
               PERFORM POST-CUSTOMER-INTEREST
               PERFORM TAKE-ACCRUAL-CHECKPOINT
               MOVE 0 TO WS-ACCRUED-INTEREST
           END-IF
           MOVE CUSTOMER-ID OF CBH1-REC TO WS-PREV-CUSTOMER
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM WRITE-INTEREST-CREDIT
                   IF WS-CREDIT-POSTED
                       PERFORM WITHHOLD-INTEREST-TAX
                   END-IF
               END-IF
           END-IF.

      *> the balance/statement/GL flow all come for free.
           ADD 1 TO WS-INTEREST-SEQUENCE
           MOVE WS-INTEREST-SEQUENCE TO WS-GEN-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-INTEREST-TRANSACTION-ID
           MOVE 'N' TO WS-CREDIT-SWITCH
           MOVE SPACES TO BAM3-COMM-AREA
           MOVE 0 TO RETURN-CODE OF BAM3-COMM-AREA
           MOVE 'INA1' TO MAIN-NAME OF BAM3-COMM-AREA
           CALL BAM3-PGM USING BAM3-COMM-AREA
           IF TRANSACTION-STATUS OF BAM3-COMM-AREA = 'S'
               ADD 1 TO WS-ACCRUED-COUNT
               SET WS-CREDIT-POSTED TO TRUE
               DISPLAY "  Interest " WS-ROUNDED-INTEREST
                   " credited to customer " WS-PREV-CUSTOMER
           ELSE
                   WS-PREV-CUSTOMER ": "
                   ERROR-MESSAGE OF BAM3-COMM-AREA
           END-IF.

       WITHHOLD-INTEREST-TAX.
      *> Tax on the gross credit at the customer's rate, debited as
      *> a separate entry; the WHT1 row is kept even when nothing is
      *> withheld, so the year-end certificate shows all the
      *> interest paid.
           PERFORM LOOKUP-WITHHOLDING-RATE
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-ROUNDED-INTEREST * WS-TAX-RATE / 100
           MOVE SPACES TO WS-TAX-TRANSACTION-ID
           IF WS-TAX-AMOUNT > 0
               PERFORM WRITE-WITHHOLDING-DEBIT
           END-IF
           IF WS-TAX-AMOUNT = 0
               OR WS-TAX-TRANSACTION-ID NOT = SPACES
               PERFORM RECORD-WITHHOLDING
           END-IF.

       LOOKUP-WITHHOLDING-RATE.
      *> A certificate in force on the posting date sets the rate
      *> outright; otherwise the newest WHR1 rate for the country
      *> of residence, then the home country's. No rate at all
      *> withholds nothing.
           MOVE WS-HOME-COUNTRY TO RESIDENCE-COUNTRY OF TXR1-REC
           MOVE SPACES TO CERTIFICATE-REF OF TXR1-REC
           MOVE 0 TO WS-TAX-RATE
           EXEC SQL
               SELECT RESIDENCE_COUNTRY, CERTIFICATE_REF,
                      CERTIFICATE_RATE, CERTIFICATE_FROM,
                      CERTIFICATE_TO
               INTO :TXR1-REC.RESIDENCE-COUNTRY,
                    :TXR1-REC.CERTIFICATE-REF,
                    :TXR1-REC.CERTIFICATE-RATE,
                    :TXR1-REC.CERTIFICATE-FROM,
                    :TXR1-REC.CERTIFICATE-TO
               FROM TXR1
               WHERE CUSTOMER_ID = :WS-PREV-CUSTOMER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE WS-HOME-COUNTRY TO RESIDENCE-COUNTRY OF TXR1-REC
               MOVE SPACES TO CERTIFICATE-REF OF TXR1-REC
           END-IF
           IF CERTIFICATE-REF OF TXR1-REC NOT = SPACES
               AND CERTIFICATE-FROM OF TXR1-REC <= WS-RUN-DATE
               AND CERTIFICATE-TO OF TXR1-REC >= WS-RUN-DATE
               MOVE CERTIFICATE-RATE OF TXR1-REC TO WS-TAX-RATE
           ELSE
               MOVE SPACES TO CERTIFICATE-REF OF TXR1-REC
               MOVE RESIDENCE-COUNTRY OF TXR1-REC
                   TO RESIDENCE-COUNTRY OF WHR1-REC
               PERFORM READ-COUNTRY-RATE
               IF SQLCODE NOT = 0
                   MOVE WS-HOME-COUNTRY
                       TO RESIDENCE-COUNTRY OF WHR1-REC
                   PERFORM READ-COUNTRY-RATE
               END-IF
               IF SQLCODE = 0
                   MOVE WITHHOLDING-RATE OF WHR1-REC TO WS-TAX-RATE
               END-IF
           END-IF.

       READ-COUNTRY-RATE.
           EXEC SQL
               SELECT WITHHOLDING_RATE
               INTO :WHR1-REC.WITHHOLDING-RATE
               FROM WHR1
               WHERE RESIDENCE_COUNTRY = :WHR1-REC.RESIDENCE-COUNTRY
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE) FROM WHR1
                      WHERE RESIDENCE_COUNTRY
                            = :WHR1-REC.RESIDENCE-COUNTRY
                        AND EFFECTIVE_DATE <= :WS-RUN-DATE)
           END-EXEC.

       WRITE-WITHHOLDING-DEBIT.
      *> The tax debit goes through BAM3 like the credit, on the
      *> next generated key; its WHT marker is what routes it to
      *> the tax-payable account when GAM3 feeds the GL.
           ADD 1 TO WS-INTEREST-SEQUENCE
           MOVE WS-INTEREST-SEQUENCE TO WS-GEN-SEQUENCE
           MOVE SPACES TO BAM3-COMM-AREA
           MOVE 0 TO RETURN-CODE OF BAM3-COMM-AREA
           MOVE 'INA1' TO MAIN-NAME OF BAM3-COMM-AREA
           MOVE WS-GENERATED-ID
               TO TRANSACTION-ID OF BAM3-COMM-AREA
           MOVE WS-TAX-AMOUNT
               TO TRANSACTION-AMOUNT OF BAM3-COMM-AREA
           MOVE 'D' TO TRANSACTION-TYPE-CODE OF BAM3-COMM-AREA
           MOVE WS-PREV-CUSTOMER TO CUSTOMER-ID OF BAM3-COMM-AREA
           MOVE WS-TAX-MARKER
               TO ORIGINAL-TRANSACTION-ID OF BAM3-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF BAM3-COMM-AREA
           MOVE 'N' TO DRY-RUN-FLAG
           CALL BAM3-PGM USING BAM3-COMM-AREA
           IF TRANSACTION-STATUS OF BAM3-COMM-AREA = 'S'
               MOVE WS-GENERATED-ID TO WS-TAX-TRANSACTION-ID
               ADD 1 TO WS-WITHHELD-COUNT
               ADD WS-TAX-AMOUNT TO WS-WITHHELD-TOTAL
               DISPLAY "  Tax " WS-TAX-AMOUNT
                   " withheld from customer " WS-PREV-CUSTOMER
           ELSE
               ADD 1 TO WS-TAX-ERROR-COUNT
               DISPLAY "  Withholding debit failed for customer "
                   WS-PREV-CUSTOMER ": "
                   ERROR-MESSAGE OF BAM3-COMM-AREA
           END-IF.

       RECORD-WITHHOLDING.
           MOVE WS-PREV-CUSTOMER TO CUSTOMER-ID OF WHT1-REC
           MOVE WS-PARM-ACCRUAL-MONTH TO INTEREST-MONTH OF WHT1-REC
           MOVE RESIDENCE-COUNTRY OF TXR1-REC
               TO RESIDENCE-COUNTRY OF WHT1-REC
           MOVE CERTIFICATE-REF OF TXR1-REC
               TO CERTIFICATE-REF OF WHT1-REC
           MOVE WS-TAX-RATE TO TAX-RATE OF WHT1-REC
           MOVE WS-ROUNDED-INTEREST TO GROSS-INTEREST OF WHT1-REC
           MOVE WS-TAX-AMOUNT TO TAX-WITHHELD OF WHT1-REC
           MOVE WS-INTEREST-TRANSACTION-ID
               TO INTEREST-TRANSACTION-ID OF WHT1-REC
           MOVE WS-TAX-TRANSACTION-ID
               TO TAX-TRANSACTION-ID OF WHT1-REC
           EXEC SQL
               INSERT INTO WHT1
                   (CUSTOMER_ID, INTEREST_MONTH, RESIDENCE_COUNTRY,
                    CERTIFICATE_REF, TAX_RATE, GROSS_INTEREST,
                    TAX_WITHHELD, INTEREST_TRANSACTION_ID,
                    TAX_TRANSACTION_ID)
               VALUES
                   (:WHT1-REC.CUSTOMER-ID,
                    :WHT1-REC.INTEREST-MONTH,
                    :WHT1-REC.RESIDENCE-COUNTRY,
                    :WHT1-REC.CERTIFICATE-REF,
                    :WHT1-REC.TAX-RATE,
                    :WHT1-REC.GROSS-INTEREST,
                    :WHT1-REC.TAX-WITHHELD,
                    :WHT1-REC.INTEREST-TRANSACTION-ID,
                    :WHT1-REC.TAX-TRANSACTION-ID)
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-TAX-ERROR-COUNT
               DISPLAY "  WHT1 row not written for customer "
                   WS-PREV-CUSTOMER ", SQLCODE " SQLCODE
           END-IF.
