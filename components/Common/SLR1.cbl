       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The control report goes to a proper print file, the same as
      *> NRC1's and RCN1/RCN2's.
           SELECT SLR1-PRINT-FILE ASSIGN TO SLR1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY CBL1SQL.
       COPY GDS1SQL.
       COPY GAD1SQL.
       COPY GAD1ASQL.
       COPY PAD1SQL.
       COPY PAD1ASQL.
       COPY BAD1SQL.
       COPY BAD1ASQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  SLR1-PRINT-FILE.
       01  SLR1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY CBL1REC.
       COPY GDS1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Break tracking - an unexplained difference lands on RBK1
      *> through the shared RBM1 module and ages with the other
      *> reconciliation breaks (see RBR1).
       COPY RBM1.
       01  RBM1-PGM                         PIC X(8) VALUE 'RBM1'.

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-AMT1                     PIC -(11)9.99.
       01  WS-EDIT-AMT2                     PIC -(11)9.99.
       01  WS-EDIT-AMT3                     PIC -(11)9.99.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

       01  WS-CURRENCY-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CURRENCIES-DONE           VALUE 'Y'.
       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.

      *> The customer control account each currency's positions are
      *> carried under, on CFG1 as 'CUST-CTL-GL-' plus the currency
      *> so Finance can re-map an account without a code change here.
       01  WS-CONTROL-ACCOUNT-PARM.
           05  FILLER                       PIC X(12)
               VALUE 'CUST-CTL-GL-'.
           05  WS-CONTROL-PARM-CURRENCY     PIC X(3).
           05  FILLER                       PIC X(5) VALUE SPACES.
       01  WS-CONTROL-PARM-PATTERN          PIC X(20)
           VALUE 'CUST-CTL-GL-%'.
       01  WS-CONTROL-ACCOUNT               PIC X(10).

      *> The currency being reconciled
       01  WS-CURRENCY                      PIC X(3).
       01  WS-SUBLEDGER-TOTAL               PIC S9(11)V99 COMP-3.
       01  WS-POSITION-COUNT                PIC S9(9) COMP.
       01  WS-GL-BALANCE                    PIC S9(11)V99 COMP-3.
       01  WS-DIFFERENCE                    PIC S9(11)V99 COMP-3.
       01  WS-EXPLAINED-TOTAL               PIC S9(11)V99 COMP-3.
       01  WS-UNEXPLAINED                   PIC S9(11)V99 COMP-3.
       01  WS-EXPLAINED-COUNT               PIC 9(7).

      *> One customer's side of a difference
       01  WS-CUSTOMER-ID                   PIC X(10).
       01  WS-CUSTOMER-SUBLEDGER            PIC S9(11)V99 COMP-3.
       01  WS-CUSTOMER-GL                   PIC S9(11)V99 COMP-3.
       01  WS-CUSTOMER-DIFFERENCE           PIC S9(11)V99 COMP-3.

       01  WS-CURRENCY-COUNT                PIC 9(7) VALUE 0.
       01  WS-AGREED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-DIFFERENT-COUNT               PIC 9(7) VALUE 0.
       01  WS-CUSTOMER-COUNT                PIC 9(7) VALUE 0.
       01  WS-BREAK-COUNT                   PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every currency with a customer position on CBL1 or a
      *> control account mapped on CFG1 - a mapped account whose
      *> positions have all gone to zero still has to show a zero
      *> GL balance.
       EXEC SQL
           DECLARE CONTROL-CURRENCY-CURSOR CURSOR FOR
               SELECT C.CTL_CURRENCY, SUM(C.CTL_AMOUNT),
                      SUM(C.CTL_COUNT)
               FROM (
                   SELECT BALANCE_CURRENCY AS CTL_CURRENCY,
                          BALANCE_AMOUNT AS CTL_AMOUNT,
                          1 AS CTL_COUNT
                   FROM CBL1
                   UNION ALL
                   SELECT SUBSTR(PARM_NAME, 13, 3), 0, 0
                   FROM CFG1
                   WHERE PARM_NAME LIKE :WS-CONTROL-PARM-PATTERN
               ) AS C
               GROUP BY C.CTL_CURRENCY
               ORDER BY C.CTL_CURRENCY
       END-EXEC.

      *> The currency's difference broken down by customer - each
      *> CBL1 position against the control-account postings traced
      *> back to the customer through the payment or transaction the
      *> GAD1 row was generated from, live or archived. Only the
      *> customers whose two sides disagree come back; a posting
      *> whose payment or transaction can no longer be found stays
      *> in the unexplained remainder.
       EXEC SQL
           DECLARE CUSTOMER-DIFFERENCE-CURSOR CURSOR FOR
               SELECT D.DIFF_CUSTOMER, SUM(D.SUB_AMOUNT),
                      SUM(D.GL_AMOUNT)
               FROM (
                   SELECT CUSTOMER_ID AS DIFF_CUSTOMER,
                          BALANCE_AMOUNT AS SUB_AMOUNT,
                          0 AS GL_AMOUNT
                   FROM CBL1
                   WHERE BALANCE_CURRENCY = :WS-CURRENCY
                   UNION ALL
                   SELECT R.REF_CUSTOMER, 0,
                          CASE WHEN L.ENTRY_TYPE_CODE = 'C'
                               THEN L.ENTRY_AMOUNT
                               ELSE - L.ENTRY_AMOUNT
                          END
                   FROM (
                       SELECT PAYMENT_ID, ENTRY_TYPE_CODE,
                              ENTRY_AMOUNT
                       FROM GAD1
                       WHERE GL_ACCOUNT = :WS-CONTROL-ACCOUNT
                         AND ENTRY_DATE <= :WS-PARM-RUN-DATE
                       UNION ALL
                       SELECT PAYMENT_ID, ENTRY_TYPE_CODE,
                              ENTRY_AMOUNT
                       FROM GAD1_ARCH
                       WHERE GL_ACCOUNT = :WS-CONTROL-ACCOUNT
                         AND ENTRY_DATE <= :WS-PARM-RUN-DATE
                   ) AS L,
                   (
                       SELECT PAYMENT_ID AS REF_ID,
                              CUSTOMER_ID AS REF_CUSTOMER
                       FROM PAD1
                       UNION ALL
                       SELECT PAYMENT_ID, CUSTOMER_ID
                       FROM PAD1_ARCH
                       UNION ALL
                       SELECT TRANSACTION_ID, CUSTOMER_ID
                       FROM BAD1
                       UNION ALL
                       SELECT TRANSACTION_ID, CUSTOMER_ID
                       FROM BAD1_ARCH
                   ) AS R
                   WHERE R.REF_ID = L.PAYMENT_ID
               ) AS D
               GROUP BY D.DIFF_CUSTOMER
               HAVING SUM(D.SUB_AMOUNT) <> SUM(D.GL_AMOUNT)
               ORDER BY D.DIFF_CUSTOMER
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
      *> Customer sub-ledger to GL control. CBV1 proves CBL1 against
      *> the BAD1/PAD1 detail and RCN2 proves GAD1 against PAD1, but
      *> nothing proved the customer positions and the customer
      *> control accounts agree. Every currency's CBL1 total is held
      *> to its control account's GDS1 balance; a difference is
      *> broken down to the customers behind it, and whatever the
      *> customers do not account for lands on RBK1 through RBM1.
      *> Runs after the CBR1 roll and the GSU1 summary and ahead of
      *> RBR1 in the chain.
           PERFORM READ-PARM-CARD
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT SLR1-PRINT-FILE
           MOVE 'CUSTOMER SUB-LEDGER TO GL CONTROL BY CURRENCY:'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXEC SQL
               OPEN CONTROL-CURRENCY-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CURRENCIES-DONE
               EXEC SQL
                   FETCH CONTROL-CURRENCY-CURSOR
                   INTO :WS-CURRENCY, :WS-SUBLEDGER-TOTAL,
                        :WS-POSITION-COUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CURRENCIES-DONE TO TRUE
               ELSE
                   PERFORM RECONCILE-ONE-CURRENCY
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CONTROL-CURRENCY-CURSOR
           END-EXEC
           PERFORM PRINT-FINAL-TOTALS
           CLOSE SLR1-PRINT-FILE
           DISPLAY "SLR1 sub-ledger control written for "
               WS-PARM-RUN-DATE
           PERFORM REGISTER-RUN-END
           GOBACK.

       READ-PARM-CARD.

      *> Run date comes in on a parm card, same idiom as the other
      *> batch drivers' parm cards - blank reads the BDR1 register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF.

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

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'SLR1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'SLR1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-CURRENCY-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-BREAK-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       RECONCILE-ONE-CURRENCY.
           ADD 1 TO WS-CURRENCY-COUNT
           MOVE WS-CURRENCY TO WS-CONTROL-PARM-CURRENCY
           MOVE WS-CONTROL-ACCOUNT-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM REPORT-UNMAPPED-CURRENCY
           ELSE
               MOVE PARM-VALUE OF CFG1-REC(1:10) TO WS-CONTROL-ACCOUNT
               PERFORM CHECK-CONTROL-BALANCE
           END-IF.

       REPORT-UNMAPPED-CURRENCY.
      *> Positions with nowhere to reconcile to are a break in their
      *> own right - the whole sub-ledger total is unexplained.
           MOVE WS-SUBLEDGER-TOTAL TO WS-EDIT-AMT1
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-CURRENCY
               '  SUB-LEDGER ' WS-EDIT-AMT1
               '  NO CONTROL ACCOUNT MAPPED ON CFG1 '
               WS-CONTROL-ACCOUNT-PARM
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-DIFFERENT-COUNT
           MOVE SPACES TO RBM1-COMM-AREA
           STRING 'NOGL ' WS-CURRENCY
               DELIMITED BY SIZE
               INTO BREAK-KEY OF RBM1-COMM-AREA
           MOVE 'customer currency has no GL control account mapped'
               TO BREAK-TEXT OF RBM1-COMM-AREA
           MOVE WS-SUBLEDGER-TOTAL TO BREAK-AMOUNT OF RBM1-COMM-AREA
           PERFORM RECORD-CONTROL-BREAK.

       CHECK-CONTROL-BALANCE.
      *> The GL side is every GDS1 day up to the run date on the
      *> control account - credits less debits, the liability view,
      *> so money owed to the customer is positive on both sides.
           MOVE WS-CONTROL-ACCOUNT TO GL-ACCOUNT OF GDS1-REC
           MOVE 0 TO WS-GL-BALANCE
           EXEC SQL
               SELECT COALESCE(SUM(CREDIT_TOTAL - DEBIT_TOTAL), 0)
               INTO :WS-GL-BALANCE
               FROM GDS1
               WHERE GL_ACCOUNT = :GDS1-REC.GL-ACCOUNT
                 AND SUMMARY_DATE <= :WS-PARM-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-GL-BALANCE
           END-IF
           COMPUTE WS-DIFFERENCE = WS-SUBLEDGER-TOTAL - WS-GL-BALANCE
           MOVE WS-SUBLEDGER-TOTAL TO WS-EDIT-AMT1
           MOVE WS-GL-BALANCE TO WS-EDIT-AMT2
           MOVE WS-DIFFERENCE TO WS-EDIT-AMT3
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-CURRENCY
               '  SUB-LEDGER ' WS-EDIT-AMT1
               '  GL ' WS-CONTROL-ACCOUNT ' ' WS-EDIT-AMT2
               '  DIFFERENCE ' WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-DIFFERENCE = 0
               ADD 1 TO WS-AGREED-COUNT
           ELSE
               ADD 1 TO WS-DIFFERENT-COUNT
               PERFORM EXPLAIN-CURRENCY-DIFFERENCE
           END-IF.

       EXPLAIN-CURRENCY-DIFFERENCE.
      *> The customers whose own position and postings disagree
      *> account for part of the difference; what they leave over
      *> - postings to the control account no customer can be traced
      *> from, or made to it by hand - is the unexplained remainder.
           MOVE 0 TO WS-EXPLAINED-TOTAL
           MOVE 0 TO WS-EXPLAINED-COUNT
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           EXEC SQL
               OPEN CUSTOMER-DIFFERENCE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH CUSTOMER-DIFFERENCE-CURSOR
                   INTO :WS-CUSTOMER-ID, :WS-CUSTOMER-SUBLEDGER,
                        :WS-CUSTOMER-GL
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   PERFORM PRINT-CUSTOMER-DIFFERENCE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUSTOMER-DIFFERENCE-CURSOR
           END-EXEC
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-EXPLAINED-TOTAL
           MOVE WS-EXPLAINED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EXPLAINED-TOTAL TO WS-EDIT-AMT1
           MOVE WS-UNEXPLAINED TO WS-EDIT-AMT2
           MOVE SPACES TO WS-PRINT-LINE
           STRING '      EXPLAINED BY ' WS-EDIT-COUNT
               ' CUSTOMER(S) ' WS-EDIT-AMT1
               '  UNEXPLAINED ' WS-EDIT-AMT2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-UNEXPLAINED NOT = 0
               MOVE SPACES TO RBM1-COMM-AREA
               STRING 'CTL  ' WS-CURRENCY
                   DELIMITED BY SIZE
                   INTO BREAK-KEY OF RBM1-COMM-AREA
               MOVE 'customer sub-ledger differs from GL control'
                   TO BREAK-TEXT OF RBM1-COMM-AREA
               MOVE WS-UNEXPLAINED TO BREAK-AMOUNT OF RBM1-COMM-AREA
               PERFORM RECORD-CONTROL-BREAK
           END-IF.

       PRINT-CUSTOMER-DIFFERENCE.
           ADD 1 TO WS-EXPLAINED-COUNT
           ADD 1 TO WS-CUSTOMER-COUNT
           COMPUTE WS-CUSTOMER-DIFFERENCE =
               WS-CUSTOMER-SUBLEDGER - WS-CUSTOMER-GL
           ADD WS-CUSTOMER-DIFFERENCE TO WS-EXPLAINED-TOTAL
           MOVE WS-CUSTOMER-SUBLEDGER TO WS-EDIT-AMT1
           MOVE WS-CUSTOMER-GL TO WS-EDIT-AMT2
           MOVE WS-CUSTOMER-DIFFERENCE TO WS-EDIT-AMT3
           MOVE SPACES TO WS-PRINT-LINE
           STRING '      CUSTOMER ' WS-CUSTOMER-ID
               '  SUB-LEDGER ' WS-EDIT-AMT1
               '  GL ' WS-EDIT-AMT2
               '  DIFFERENCE ' WS-EDIT-AMT3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       RECORD-CONTROL-BREAK.
      *> Callers fill in the key, text and amount; the rest is the
      *> same for every break this report raises.
           ADD 1 TO WS-BREAK-COUNT
           MOVE 0 TO RETURN-CODE OF RBM1-COMM-AREA
           MOVE 'SLR1' TO MAIN-NAME OF RBM1-COMM-AREA
           MOVE 'SLR1' TO BREAK-SOURCE OF RBM1-COMM-AREA
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RBM1-COMM-AREA
           CALL RBM1-PGM USING RBM1-COMM-AREA.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE SLR1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO SLR1-PRINT-RECORD
           STRING 'SLR1  CUSTOMER SUB-LEDGER TO GL CONTROL'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO SLR1-PRINT-RECORD
           WRITE SLR1-PRINT-RECORD
           MOVE SPACES TO SLR1-PRINT-RECORD
           WRITE SLR1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-CURRENCY-COUNT TO WS-EDIT-COUNT
           STRING 'CURRENCIES CHECKED:                  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AGREED-COUNT TO WS-EDIT-COUNT
           STRING 'CURRENCIES IN AGREEMENT:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DIFFERENT-COUNT TO WS-EDIT-COUNT
           STRING 'CURRENCIES WITH A DIFFERENCE:        '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMERS EXPLAINING A DIFFERENCE:   '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-EDIT-COUNT
           STRING 'UNEXPLAINED BREAKS RAISED:           '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
