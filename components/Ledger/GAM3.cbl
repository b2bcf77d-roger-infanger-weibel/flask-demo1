       COPY GAC1SQL.
       COPY GTR1SQL.
       COPY GPC1SQL.
       COPY CAD1SQL.
       COPY CFG1SQL.

       WORKING-STORAGE SECTION.

       COPY GAC1REC.
       COPY GTR1REC.
       COPY GPC1REC.
       COPY CAD1REC.
       COPY CFG1REC.

       *> Shared SQLCODE-to-message translation
       COPY ERRM1.

       01  WS-ENTRY-PERIOD             PIC X(7).

      *> Operating-unit balancing, the same scheme GAM1 books
      *> payments under - the debit leg in the unit that booked the
      *> transaction, the credit leg in the customer's own unit, and
      *> due-to/due-from legs '11'/'12' when the two differ.
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

      *> Tax INA1 withholds from credit interest is owed to the
      *> authority, not earned - its debit is marked 'WHT' in
      *> ORIGINAL-TRANSACTION-ID and credits the tax-payable
      *> account off CFG1 rather than the type code's offset.
       01  WS-TAX-PAYABLE-PARM         PIC X(20)
           VALUE 'GL-TAX-PAYABLE'.
       01  WS-DEFAULT-TAX-PAYABLE-ACCT PIC X(10) VALUE '0002400000'.

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

       LOOKUP-TRANSACTION.
           EXEC SQL
               SELECT TRANSACTION_DATE, TRANSACTION_AMOUNT,
                      TRANSACTION_TYPE_CODE, CUSTOMER_ID,
                      OPERATING_UNIT, ORIGINAL_TRANSACTION_ID
               INTO :BAD1-REC.TRANSACTION-DATE,
                    :BAD1-REC.TRANSACTION-AMOUNT,
                    :BAD1-REC.TRANSACTION-TYPE-CODE,
                    :BAD1-REC.CUSTOMER-ID,
                    :BAD1-REC.OPERATING-UNIT,
                    :BAD1-REC.ORIGINAL-TRANSACTION-ID
               FROM BAD1
               WHERE TRANSACTION_ID = :GAM3-COMM-AREA.TRANSACTION-ID
           END-EXEC
      *> derived from the GTR1 posting rules by the transaction's
      *> type code, so Finance can re-map a type without a code
      *> change here. No rule falls back to the default accounts.
           IF CREDIT-ACCOUNT OF GAM3-COMM-AREA = SPACES
               AND ORIGINAL-TRANSACTION-ID OF BAD1-REC(1:3) = 'WHT'
               PERFORM LOOKUP-TAX-PAYABLE-ACCOUNT
           END-IF
           IF DEBIT-ACCOUNT OF GAM3-COMM-AREA = SPACES
               OR CREDIT-ACCOUNT OF GAM3-COMM-AREA = SPACES
               PERFORM LOOKUP-POSTING-RULE
               END-IF
           END-IF.

       LOOKUP-TAX-PAYABLE-ACCOUNT.
           MOVE WS-DEFAULT-TAX-PAYABLE-ACCT
               TO CREDIT-ACCOUNT OF GAM3-COMM-AREA
           MOVE WS-TAX-PAYABLE-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
               MOVE PARM-VALUE OF CFG1-REC(1:10)
                   TO CREDIT-ACCOUNT OF GAM3-COMM-AREA
           END-IF.

       LOOKUP-POSTING-RULE.
           MOVE WS-DEFAULT-ACTIVITY-ACCT TO DEBIT-ACCOUNT OF GTR1-REC
           MOVE WS-DEFAULT-OFFSET-ACCT
                   TO CREDIT-ACCOUNT OF GTR1-REC
           END-IF.

       DERIVE-POSTING-UNITS.
      *> The booking unit is the one on the transaction; the
      *> customer's unit comes off CAD1. No CAD1 row books both legs
      *> in the transaction's unit.
           MOVE 'N' TO WS-INTER-UNIT-SWITCH
           MOVE OPERATING-UNIT OF BAD1-REC TO WS-BOOKING-UNIT
           MOVE WS-BOOKING-UNIT TO WS-CUSTOMER-UNIT
           EXEC SQL
               SELECT OPERATING_UNIT
               INTO :CAD1-REC.OPERATING-UNIT
               FROM CAD1
               WHERE CUSTOMER_ID = :BAD1-REC.CUSTOMER-ID
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
               MOVE CREDIT-ACCOUNT OF GAM3-COMM-AREA
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
           MOVE DEBIT-ACCOUNT OF GAM3-COMM-AREA
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
               MOVE CREDIT-ACCOUNT OF GAM3-COMM-AREA
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
                   MOVE SQLCODE TO RETURN-CODE OF GAM3-COMM-AREA.

       POST-INTER-UNIT-ENTRIES.
      *> Due-to credit on the booking unit's books against its debit
      *> leg, due-from debit on the customer unit's books against
      *> its credit leg - each unit nets to zero on its own.
           STRING TRANSACTION-ID OF GAM3-COMM-AREA DELIMITED BY SIZE
               '11' DELIMITED BY SIZE
               INTO LEDGER-ENTRY-ID
           MOVE WS-DUE-TO-ACCOUNT TO GL-ACCOUNT OF GAD1-REC
           MOVE 'C' TO ENTRY-TYPE-CODE OF GAD1-REC
           MOVE WS-BOOKING-UNIT TO OPERATING-UNIT OF GAD1-REC
           PERFORM INSERT-INTER-UNIT-ENTRY
           IF LEDGER-STATUS = 'S'
               STRING TRANSACTION-ID OF GAM3-COMM-AREA
                   DELIMITED BY SIZE
                   '12' DELIMITED BY SIZE
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
               MOVE SQLCODE TO RETURN-CODE OF GAM3-COMM-AREA
           END-IF.

       RETURN-TO-CALLER.
           DISPLAY "Module GAM3 ended with status: " LEDGER-STATUS.
           IF LEDGER-STATUS = 'E'
