       COPY GAC1SQL.
       COPY GPR1SQL.
       COPY GPC1SQL.
       COPY CFG1SQL.

       WORKING-STORAGE SECTION.

       COPY GAC1REC.
       COPY GPR1REC.
       COPY GPC1REC.
       COPY CFG1REC.

       *> Shared SQLCODE-to-message translation
       COPY ERRM1.
      *> Leg numbering - callers normally leave ENTRY-SUFFIX blank
      *> and get the original '01'/'02' pair; GSC1's suspense
      *> clearing passes '05' so its corrected legs sit alongside
      *> the parked ones and GAM2's offsets, and GLX1's FX margin
      *> legs go under '07'.
       01  WS-LEG1-SUFFIX              PIC 9(2).
       01  WS-LEG2-SUFFIX              PIC 9(2).

      *> Operating-unit balancing - the debit leg is booked in the
      *> unit that took the payment, the credit leg in the customer's
      *> own unit. When the two differ, a due-to leg in the booking
      *> unit and a due-from leg in the customer's unit keep each
      *> unit's books balanced on their own; they are numbered ten
      *> above the pair they balance ('11'/'12' behind '01'/'02'),
      *> and GLT1 eliminates both accounts on consolidation. The
      *> accounts are CFG1 parameters, with last-resort defaults the
      *> GAC1 validation still has the final say over.
       01  WS-BOOKING-UNIT             PIC X(4).
       01  WS-CUSTOMER-UNIT            PIC X(4).
       01  WS-INTER-UNIT-SWITCH        PIC X(1).
           88  WS-INTER-UNIT           VALUE 'Y'.
       01  WS-DUE-FROM-PARM            PIC X(20)
           VALUE 'GL-DUE-FROM-UNIT'.
       01  WS-DUE-TO-PARM              PIC X(20)
           VALUE 'GL-DUE-TO-UNIT'.
       01  WS-DEFAULT-DUE-FROM-ACCT    PIC X(10) VALUE '0001900000'.
       01  WS-DEFAULT-DUE-TO-ACCT      PIC X(10) VALUE '0002900000'.
       01  WS-DUE-FROM-ACCOUNT         PIC X(10).
       01  WS-DUE-TO-ACCOUNT           PIC X(10).
       01  WS-LEG3-SUFFIX              PIC 9(2).
       01  WS-LEG4-SUFFIX              PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           IF LEDGER-STATUS = 'S'
               PERFORM DERIVE-POSTING-ACCOUNTS
           END-IF
           IF LEDGER-STATUS = 'S'
               PERFORM DERIVE-POSTING-UNITS
           END-IF
           IF LEDGER-STATUS = 'S'
               PERFORM VALIDATE-POSTING-ACCOUNTS
           END-IF
           IF LEDGER-STATUS = 'S'
               PERFORM POST-LEDGER-ENTRIES
           END-IF
           IF LEDGER-STATUS = 'S' AND WS-INTER-UNIT
               PERFORM POST-INTER-UNIT-ENTRIES
           END-IF
           PERFORM RETURN-TO-CALLER
           GOBACK.

       LOOKUP-PAYMENT.
           EXEC SQL
               SELECT PAYMENT_DATE, PAYMENT_AMOUNT, PAYMENT_CURRENCY,
                      CUSTOMER_ID, OPERATING_UNIT
               INTO :PAD1-REC.PAYMENT-DATE, :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY, :PAD1-REC.CUSTOMER-ID,
                    :PAD1-REC.OPERATING-UNIT
               FROM PAD1
               WHERE PAYMENT_ID = :GAM1-COMM-AREA.PAYMENT-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO LEDGER-STATUS
               IF POST-CALLER-AMOUNT
                   PERFORM APPLY-CALLER-AMOUNT
               END-IF
           ELSE
               MOVE 'E' TO LEDGER-STATUS
               MOVE SQLCODE TO ERRM1-SQLCODE
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE
               MOVE SQLCODE TO RETURN-CODE OF GAM1-COMM-AREA.

       APPLY-CALLER-AMOUNT.
      *> A caller-priced posting - the FX margin GLX1 books on a
      *> cross-currency payment - still hangs off the payment for its
      *> date, customer and entry IDs, but carries the caller's
      *> amount and currency. The currency drives the GPR1 rule for
      *> any blank account the same way the payment's own would.
           MOVE POST-AMOUNT OF GAM1-COMM-AREA
               TO PAYMENT-AMOUNT OF PAD1-REC
           MOVE POST-CURRENCY OF GAM1-COMM-AREA
               TO PAYMENT-CURRENCY OF PAD1-REC.

       CHECK-PERIOD-OPEN.
      *> An entry is dated with the payment's date, so a stale parm
      *> date on a GLX1 run used to land postings in last quarter -
                   TO CREDIT-ACCOUNT OF GPR1-REC
           END-IF.

       DERIVE-POSTING-UNITS.
      *> The booking unit is the one on the payment; the customer's
      *> unit comes off CAD1. No CAD1 row (an orphan RCN1 reports)
      *> books both legs in the payment's unit.
           MOVE 'N' TO WS-INTER-UNIT-SWITCH
           MOVE OPERATING-UNIT OF PAD1-REC TO WS-BOOKING-UNIT
           MOVE WS-BOOKING-UNIT TO WS-CUSTOMER-UNIT
           EXEC SQL
               SELECT OPERATING_UNIT
               INTO :CAD1-REC.OPERATING-UNIT
               FROM CAD1
               WHERE CUSTOMER_ID = :PAD1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE OPERATING-UNIT OF CAD1-REC TO WS-CUSTOMER-UNIT
           END-IF
           IF WS-CUSTOMER-UNIT NOT = WS-BOOKING-UNIT
               SET WS-INTER-UNIT TO TRUE
               PERFORM LOOKUP-INTER-UNIT-ACCOUNTS
           END-IF.

       LOOKUP-INTER-UNIT-ACCOUNTS.
           MOVE WS-DEFAULT-DUE-FROM-ACCT TO WS-DUE-FROM-ACCOUNT
           MOVE WS-DEFAULT-DUE-TO-ACCT TO WS-DUE-TO-ACCOUNT
           MOVE WS-DUE-FROM-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
               MOVE PARM-VALUE OF CFG1-REC(1:10) TO WS-DUE-FROM-ACCOUNT
           END-IF
           MOVE WS-DUE-TO-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
               MOVE PARM-VALUE OF CFG1-REC(1:10) TO WS-DUE-TO-ACCOUNT
           END-IF.

       VALIDATE-POSTING-ACCOUNTS.
      *> Every account this module is about to post to - derived or
      *> caller-supplied - must be on the GAC1 chart of accounts and
               MOVE CREDIT-ACCOUNT OF GAM1-COMM-AREA
                   TO WS-CHECK-ACCOUNT
               PERFORM CHECK-ONE-ACCOUNT
           END-IF
           IF LEDGER-STATUS = 'S' AND WS-INTER-UNIT
               MOVE WS-DUE-TO-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM CHECK-ONE-ACCOUNT
           END-IF
           IF LEDGER-STATUS = 'S' AND WS-INTER-UNIT
               MOVE WS-DUE-FROM-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM CHECK-ONE-ACCOUNT
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE DEBIT-ACCOUNT OF GAM1-COMM-AREA
               TO GL-ACCOUNT OF GAD1-REC
           MOVE 'D' TO ENTRY-TYPE-CODE OF GAD1-REC
           MOVE WS-BOOKING-UNIT TO OPERATING-UNIT OF GAD1-REC
           EXEC SQL
               INSERT INTO GAD1
                   (LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE, GL_ACCOUNT,
                    ENTRY_TYPE_CODE, ENTRY_AMOUNT, ENTRY_CURRENCY,
                    ENTRY_USER, OPERATING_UNIT)
               VALUES
                   (:GAD1-REC.LEDGER-ENTRY-ID, :GAD1-REC.PAYMENT-ID,
                    :GAD1-REC.ENTRY-DATE, :GAD1-REC.GL-ACCOUNT,
                    :GAD1-REC.ENTRY-TYPE-CODE, :GAD1-REC.ENTRY-AMOUNT,
                    :GAD1-REC.ENTRY-CURRENCY, :GAD1-REC.ENTRY-USER,
                    :GAD1-REC.OPERATING-UNIT)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO LEDGER-STATUS
               MOVE CREDIT-ACCOUNT OF GAM1-COMM-AREA
                   TO GL-ACCOUNT OF GAD1-REC
               MOVE 'C' TO ENTRY-TYPE-CODE OF GAD1-REC
               MOVE WS-CUSTOMER-UNIT TO OPERATING-UNIT OF GAD1-REC
               EXEC SQL
                   INSERT INTO GAD1
                       (LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE,
                        GL_ACCOUNT, ENTRY_TYPE_CODE, ENTRY_AMOUNT,
                        ENTRY_CURRENCY, ENTRY_USER, OPERATING_UNIT)
                   VALUES
                       (:GAD1-REC.LEDGER-ENTRY-ID, :GAD1-REC.PAYMENT-ID,
                        :GAD1-REC.ENTRY-DATE, :GAD1-REC.GL-ACCOUNT,
                        :GAD1-REC.ENTRY-TYPE-CODE,
                        :GAD1-REC.ENTRY-AMOUNT,
                        :GAD1-REC.ENTRY-CURRENCY, :GAD1-REC.ENTRY-USER,
                        :GAD1-REC.OPERATING-UNIT)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'E' TO LEDGER-STATUS
                   MOVE ERRM1-MESSAGE TO ERROR-MESSAGE
                   MOVE SQLCODE TO RETURN-CODE OF GAM1-COMM-AREA.

       POST-INTER-UNIT-ENTRIES.
      *> The booking unit owes the customer's unit the amount it
      *> took in - a due-to credit on the booking unit's books
      *> balances its debit leg, a due-from debit on the customer
      *> unit's books balances its credit leg.
           COMPUTE WS-LEG3-SUFFIX = WS-LEG1-SUFFIX + 10
           COMPUTE WS-LEG4-SUFFIX = WS-LEG1-SUFFIX + 11
           STRING PAYMENT-ID OF GAM1-COMM-AREA DELIMITED BY SIZE
               WS-LEG3-SUFFIX DELIMITED BY SIZE
               INTO LEDGER-ENTRY-ID
           MOVE WS-DUE-TO-ACCOUNT TO GL-ACCOUNT OF GAD1-REC
           MOVE 'C' TO ENTRY-TYPE-CODE OF GAD1-REC
           MOVE WS-BOOKING-UNIT TO OPERATING-UNIT OF GAD1-REC
           PERFORM INSERT-INTER-UNIT-ENTRY
           IF LEDGER-STATUS = 'S'
               STRING PAYMENT-ID OF GAM1-COMM-AREA DELIMITED BY SIZE
                   WS-LEG4-SUFFIX DELIMITED BY SIZE
                   INTO LEDGER-ENTRY-ID
               MOVE WS-DUE-FROM-ACCOUNT TO GL-ACCOUNT OF GAD1-REC
               MOVE 'D' TO ENTRY-TYPE-CODE OF GAD1-REC
               MOVE WS-CUSTOMER-UNIT TO OPERATING-UNIT OF GAD1-REC
               PERFORM INSERT-INTER-UNIT-ENTRY
           END-IF.

       INSERT-INTER-UNIT-ENTRY.
           EXEC SQL
               INSERT INTO GAD1
                   (LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE, GL_ACCOUNT,
                    ENTRY_TYPE_CODE, ENTRY_AMOUNT, ENTRY_CURRENCY,
                    ENTRY_USER, OPERATING_UNIT)
               VALUES
                   (:GAD1-REC.LEDGER-ENTRY-ID, :GAD1-REC.PAYMENT-ID,
                    :GAD1-REC.ENTRY-DATE, :GAD1-REC.GL-ACCOUNT,
                    :GAD1-REC.ENTRY-TYPE-CODE, :GAD1-REC.ENTRY-AMOUNT,
                    :GAD1-REC.ENTRY-CURRENCY, :GAD1-REC.ENTRY-USER,
                    :GAD1-REC.OPERATING-UNIT)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO LEDGER-STATUS
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE
               MOVE SQLCODE TO RETURN-CODE OF GAM1-COMM-AREA
           END-IF.

       RETURN-TO-CALLER.
           DISPLAY "Module GAM1 ended with status: " LEDGER-STATUS.
           IF LEDGER-STATUS = 'E'
