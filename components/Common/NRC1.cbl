       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NRC1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NRC1-INPUT-FILE ASSIGN TO NRC1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *> The reconciliation report goes to a proper print file, the
      *> same as RCN1/RCN2's.
           SELECT NRC1-PRINT-FILE ASSIGN TO NRC1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY NSL1SQL.
       COPY PAD1SQL.
       COPY GDS1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  NRC1-INPUT-FILE.
       COPY NRC1REC.

       FD  NRC1-PRINT-FILE.
       01  NRC1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY NSL1REC.
       COPY PAD1REC.
       COPY GDS1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Break tracking - each difference lands on RBK1 through the
      *> shared RBM1 module, so a break seen five mornings running
      *> ages as one problem instead of printing as five (see RBR1
      *> for the aging report and the automatic clear).
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
       01  WS-EDIT-LINE                     PIC ZZZZ9.
       01  WS-EDIT-AMT1                     PIC -(11)9.99.
       01  WS-EDIT-AMT2                     PIC -(11)9.99.
       01  WS-EDIT-AMT3                     PIC -(11)9.99.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

       01  WS-INPUT-STATUS                  PIC X(2).
       01  WS-EOF-SWITCH                    PIC X(1) VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.

       01  WS-VALIDATE-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  END-OF-VALIDATE-PASS         VALUE 'Y'.
       01  WS-HEADER-SEEN-SWITCH            PIC X(1) VALUE 'N'.
           88  WS-HEADER-SEEN               VALUE 'Y'.
       01  WS-TRAILER-SEEN-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-TRAILER-SEEN              VALUE 'Y'.
       01  WS-VALIDATE-DETAIL-COUNT         PIC 9(9) VALUE 0.
       01  WS-VALIDATE-HASH-TOTAL           PIC 9(13)V99 VALUE 0.

      *> The statement being read - opened by its 'O' record, its
      *> entries added up as they load, checked at its 'C' record
      *> against its own closing balance and the GL cash account.
       01  WS-STATEMENT-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-STATEMENT-OPEN            VALUE 'Y'.
       01  WS-RELOADED-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-STATEMENT-RELOADED        VALUE 'Y'.
       01  WS-STMT-CURRENCY                 PIC X(3).
       01  WS-STMT-DATE                     PIC X(10).
       01  WS-STMT-DATE-DIGITS              PIC X(8).
       01  WS-STMT-OPENING                  PIC S9(11)V99 COMP-3.
       01  WS-STMT-CREDITS                  PIC S9(11)V99 COMP-3.
       01  WS-STMT-DEBITS                   PIC S9(11)V99 COMP-3.
       01  WS-STMT-EXPECTED                 PIC S9(11)V99 COMP-3.
       01  WS-STMT-CLOSING                  PIC S9(11)V99 COMP-3.
       01  WS-STMT-LINE-NUMBER              PIC S9(9) COMP.
       01  WS-LOADED-COUNT                  PIC S9(9) COMP.

      *> The GL cash account each nostro currency books to, on CFG1
      *> as 'NOSTRO-GL-' plus the currency so Finance can re-map an
      *> account without a code change here.
       01  WS-CASH-ACCOUNT-PARM.
           05  FILLER                       PIC X(10)
               VALUE 'NOSTRO-GL-'.
           05  WS-CASH-PARM-CURRENCY        PIC X(3).
           05  FILLER                       PIC X(7) VALUE SPACES.
       01  WS-CASH-ACCOUNT                  PIC X(10).
       01  WS-GL-BALANCE                    PIC S9(11)V99 COMP-3.
       01  WS-DIFFERENCE                    PIC S9(11)V99 COMP-3.

      *> Settlement lines are matched as a group - the bank books one
      *> debit per file or per channel, SET1 totals per currency for
      *> the run date the bank quotes back.
       01  WS-GROUP-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-GROUPS-DONE               VALUE 'Y'.
       01  WS-GROUP-CURRENCY                PIC X(3).
       01  WS-GROUP-REFERENCE               PIC X(16).
       01  WS-GROUP-SETTLE-DATE             PIC X(10).
       01  WS-GROUP-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-SETTLED-AMOUNT                PIC S9(11)V99 COMP-3.

       01  WS-ITEM-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-ITEMS-DONE                VALUE 'Y'.
       01  WS-OUR-PAYMENT-ID                PIC X(10).
       01  WS-MATCH-COUNT                   PIC S9(9) COMP.
       01  WS-SIGNED-AMOUNT                 PIC S9(11)V99 COMP-3.
       01  WS-KEY-LINE-NUMBER               PIC 9(5).

       01  WS-STATEMENT-COUNT               PIC 9(7) VALUE 0.
       01  WS-RELOADED-COUNT                PIC 9(7) VALUE 0.
       01  WS-ENTRY-LOADED-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT                PIC 9(7) VALUE 0.
       01  WS-GROUP-MATCHED-COUNT           PIC 9(7) VALUE 0.
       01  WS-GROUP-BREAK-COUNT             PIC 9(7) VALUE 0.
       01  WS-ITEM-MATCHED-COUNT            PIC 9(7) VALUE 0.
       01  WS-ITEM-BREAK-COUNT              PIC 9(7) VALUE 0.
       01  WS-BALANCE-BREAK-COUNT           PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every settlement debit not yet matched, any statement, any
      *> day, folded by currency and the SET1 run date it quotes -
      *> a file booked in two pieces, or across two statements,
      *> still adds up to its one SET1 total.
       EXEC SQL
           DECLARE SETTLE-GROUP-CURSOR CURSOR FOR
               SELECT CURRENCY_CODE, OUR_REFERENCE,
                      SUM(CASE WHEN DC_FLAG = 'D'
                               THEN ENTRY_AMOUNT
                               ELSE 0 - ENTRY_AMOUNT END)
               FROM NSL1
               WHERE MATCH_STATUS = 'U'
                 AND ENTRY_TYPE = 'SET'
               GROUP BY CURRENCY_CODE, OUR_REFERENCE
               ORDER BY CURRENCY_CODE, OUR_REFERENCE
       END-EXEC.

      *> Every other line not yet matched, oldest statement first -
      *> yesterday's return the bank booked before BRT1 had the
      *> return file gets another chance every run.
       EXEC SQL
           DECLARE OPEN-ITEM-CURSOR CURSOR FOR
               SELECT STATEMENT_DATE, CURRENCY_CODE, LINE_NUMBER,
                      VALUE_DATE, DC_FLAG, ENTRY_AMOUNT, ENTRY_TYPE,
                      BANK_REFERENCE, OUR_REFERENCE
               FROM NSL1
               WHERE MATCH_STATUS = 'U'
                 AND ENTRY_TYPE <> 'SET'
               ORDER BY STATEMENT_DATE, CURRENCY_CODE, LINE_NUMBER
       END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
      *> The bank's end-of-day statement for each nostro currency
      *> account, reconciled against our side. PAC1 and BRT1 check
      *> the bank's item-level confirmations and returns; nothing
      *> checked the bank's view of the account itself. Each
      *> statement line is matched to the SET1 settlement totals,
      *> the BRT1 returns or the PAM8 refunds behind it, and each
      *> closing balance is compared with its GL cash account on
      *> GDS1. Whatever does not agree lands on RBK1 through RBM1
      *> and ages with the other reconciliation breaks. Runs after
      *> the GSU1 summary and ahead of RBR1 in the chain.
           PERFORM READ-PARM-CARD
           PERFORM REGISTER-RUN-START
           PERFORM VALIDATE-INPUT-BATCH
           OPEN OUTPUT NRC1-PRINT-FILE
           MOVE 'STATEMENT BALANCES:' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT NRC1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ NRC1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM PROCESS-STATEMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE NRC1-INPUT-FILE
           IF WS-STATEMENT-OPEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-STMT-CURRENCY ' ' WS-STMT-DATE
                   '  STATEMENT HAS NO CLOSING RECORD'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM MATCH-SETTLEMENT-GROUPS
           PERFORM MATCH-OPEN-ITEMS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE NRC1-PRINT-FILE
           DISPLAY "NRC1 nostro reconciliation written for "
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
           MOVE 'NRC1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'NRC1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-ENTRY-LOADED-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       VALIDATE-INPUT-BATCH.

      *> Count and hash total are verified across the whole file
      *> before a single line is loaded - a truncated statement
      *> would otherwise raise a balance break for money that did
      *> arrive.
           MOVE 'N' TO WS-VALIDATE-EOF-SWITCH
           OPEN INPUT NRC1-INPUT-FILE
           PERFORM UNTIL END-OF-VALIDATE-PASS
               READ NRC1-INPUT-FILE
                   AT END
                       SET END-OF-VALIDATE-PASS TO TRUE
                   NOT AT END
                       PERFORM VALIDATE-ONE-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE NRC1-INPUT-FILE
           IF NOT WS-HEADER-SEEN
               DISPLAY "NRC1: NRC1IN has no header record - ending"
               STOP RUN
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "NRC1: NRC1IN has no trailer record - ending"
               STOP RUN
           END-IF.

       VALIDATE-ONE-INPUT-RECORD.

           EVALUATE NRC1-OPENING-RECORD(1:3)
               WHEN 'HDR'
                   SET WS-HEADER-SEEN TO TRUE
               WHEN 'TRL'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE NRC1-OPENING-RECORD(1:27)
                       TO BIF1-TRAILER-RECORD
                   IF BIF1-TRL-RECORD-COUNT
                       NOT = WS-VALIDATE-DETAIL-COUNT
                       DISPLAY "NRC1: NRC1IN trailer count "
                           BIF1-TRL-RECORD-COUNT
                           " disagrees with "
                           WS-VALIDATE-DETAIL-COUNT
                           " detail(s) read - ending"
                       STOP RUN
                   END-IF
                   IF BIF1-TRL-HASH-TOTAL
                       NOT = WS-VALIDATE-HASH-TOTAL
                       DISPLAY "NRC1: NRC1IN trailer hash total"
                           " disagrees with the details - ending"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VALIDATE-DETAIL-COUNT
                   IF NRC1-ENT-RECORD-TYPE = 'E'
                       AND NRC1-ENT-AMOUNT IS NUMERIC
                       ADD NRC1-ENT-AMOUNT TO WS-VALIDATE-HASH-TOTAL
                   END-IF
           END-EVALUATE.

       PROCESS-STATEMENT-RECORD.
           IF NRC1-OPENING-RECORD(1:3) NOT = 'HDR'
               AND NRC1-OPENING-RECORD(1:3) NOT = 'TRL'
               EVALUATE NRC1-OPN-RECORD-TYPE
                   WHEN 'O'
                       PERFORM START-STATEMENT
                   WHEN 'E'
                       PERFORM LOAD-STATEMENT-ENTRY
                   WHEN 'C'
                       PERFORM CLOSE-STATEMENT
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '  UNKNOWN RECORD TYPE '
                           NRC1-OPN-RECORD-TYPE ' - SKIPPED'
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
               END-EVALUATE
           END-IF.

       START-STATEMENT.
      *> A statement re-fed after a rerun is recognised by its
      *> currency and date - its lines are already on NSL1, so only
      *> the balances are checked again.
           ADD 1 TO WS-STATEMENT-COUNT
           SET WS-STATEMENT-OPEN TO TRUE
           MOVE 'N' TO WS-RELOADED-SWITCH
           MOVE NRC1-OPN-CURRENCY TO WS-STMT-CURRENCY
           MOVE NRC1-OPN-STATEMENT-DATE TO WS-STMT-DATE
           STRING WS-STMT-DATE(1:4) WS-STMT-DATE(6:2)
                  WS-STMT-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-STMT-DATE-DIGITS
           IF NRC1-OPN-BALANCE IS NUMERIC
               MOVE NRC1-OPN-BALANCE TO WS-STMT-OPENING
           ELSE
               MOVE 0 TO WS-STMT-OPENING
           END-IF
           MOVE 0 TO WS-STMT-CREDITS
           MOVE 0 TO WS-STMT-DEBITS
           MOVE 0 TO WS-STMT-LINE-NUMBER
           MOVE 0 TO WS-LOADED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LOADED-COUNT
               FROM NSL1
               WHERE STATEMENT_DATE = :WS-STMT-DATE
                 AND CURRENCY_CODE = :WS-STMT-CURRENCY
           END-EXEC
           IF WS-LOADED-COUNT > 0
               SET WS-STATEMENT-RELOADED TO TRUE
               ADD 1 TO WS-RELOADED-COUNT
           END-IF.

       LOAD-STATEMENT-ENTRY.
           IF NOT WS-STATEMENT-OPEN
               OR NRC1-ENT-CURRENCY NOT = WS-STMT-CURRENCY
               OR NRC1-ENT-AMOUNT IS NOT NUMERIC
               OR (NRC1-ENT-DC-FLAG NOT = 'D'
                   AND NRC1-ENT-DC-FLAG NOT = 'C')
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' NRC1-ENT-CURRENCY
                   ' ENTRY ' NRC1-ENT-BANK-REFERENCE
                   ' IS OUTSIDE ITS STATEMENT OR MALFORMED - SKIPPED'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-STMT-LINE-NUMBER
               IF NRC1-ENT-DC-FLAG = 'D'
                   ADD NRC1-ENT-AMOUNT TO WS-STMT-DEBITS
               ELSE
                   ADD NRC1-ENT-AMOUNT TO WS-STMT-CREDITS
               END-IF
               IF NOT WS-STATEMENT-RELOADED
                   PERFORM INSERT-STATEMENT-LINE
               END-IF
           END-IF.

       INSERT-STATEMENT-LINE.
      *> A settlement debit the bank booked without quoting the SET1
      *> run date is grouped by its value date instead.
           MOVE WS-STMT-DATE TO STATEMENT-DATE OF NSL1-REC
           MOVE WS-STMT-CURRENCY TO CURRENCY-CODE OF NSL1-REC
           MOVE WS-STMT-LINE-NUMBER TO LINE-NUMBER OF NSL1-REC
           MOVE NRC1-ENT-VALUE-DATE TO VALUE-DATE OF NSL1-REC
           MOVE NRC1-ENT-DC-FLAG TO DC-FLAG OF NSL1-REC
           MOVE NRC1-ENT-AMOUNT TO ENTRY-AMOUNT OF NSL1-REC
           MOVE NRC1-ENT-TYPE TO ENTRY-TYPE OF NSL1-REC
           MOVE NRC1-ENT-BANK-REFERENCE TO BANK-REFERENCE OF NSL1-REC
           MOVE NRC1-ENT-OUR-REFERENCE TO OUR-REFERENCE OF NSL1-REC
           IF ENTRY-TYPE OF NSL1-REC = 'SET'
               AND OUR-REFERENCE OF NSL1-REC = SPACES
               MOVE NRC1-ENT-VALUE-DATE TO OUR-REFERENCE OF NSL1-REC
           END-IF
           MOVE 'U' TO MATCH-STATUS OF NSL1-REC
           MOVE '0001-01-01' TO MATCH-DATE OF NSL1-REC
           EXEC SQL
               INSERT INTO NSL1
                   (STATEMENT_DATE, CURRENCY_CODE, LINE_NUMBER,
                    VALUE_DATE, DC_FLAG, ENTRY_AMOUNT, ENTRY_TYPE,
                    BANK_REFERENCE, OUR_REFERENCE, MATCH_STATUS,
                    MATCH_DATE)
               VALUES
                   (:NSL1-REC.STATEMENT-DATE, :NSL1-REC.CURRENCY-CODE,
                    :NSL1-REC.LINE-NUMBER, :NSL1-REC.VALUE-DATE,
                    :NSL1-REC.DC-FLAG, :NSL1-REC.ENTRY-AMOUNT,
                    :NSL1-REC.ENTRY-TYPE, :NSL1-REC.BANK-REFERENCE,
                    :NSL1-REC.OUR-REFERENCE, :NSL1-REC.MATCH-STATUS,
                    :NSL1-REC.MATCH-DATE)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ENTRY-LOADED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SQLCODE TO WS-EDIT-AMT1
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-STMT-CURRENCY
                   ' ENTRY ' NRC1-ENT-BANK-REFERENCE
                   ' NOT LOADED - SQLCODE ' WS-EDIT-AMT1
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CLOSE-STATEMENT.
           IF NOT WS-STATEMENT-OPEN
               OR NRC1-CLS-CURRENCY NOT = WS-STMT-CURRENCY
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' NRC1-CLS-CURRENCY
                   ' CLOSING RECORD WITHOUT ITS OPENING - SKIPPED'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF NRC1-CLS-BALANCE IS NUMERIC
                   MOVE NRC1-CLS-BALANCE TO WS-STMT-CLOSING
               ELSE
                   MOVE 0 TO WS-STMT-CLOSING
               END-IF
               PERFORM CHECK-STATEMENT-ARITHMETIC
               PERFORM CHECK-GL-CASH-BALANCE
               MOVE 'N' TO WS-STATEMENT-SWITCH
           END-IF.

       CHECK-STATEMENT-ARITHMETIC.
      *> Opening plus credits less debits must give the bank's own
      *> closing balance - if not, a line went missing in transfer
      *> and no matching below can be trusted for this statement.
           COMPUTE WS-STMT-EXPECTED =
               WS-STMT-OPENING + WS-STMT-CREDITS - WS-STMT-DEBITS
           IF WS-STMT-EXPECTED NOT = WS-STMT-CLOSING
               COMPUTE WS-DIFFERENCE =
                   WS-STMT-CLOSING - WS-STMT-EXPECTED
               MOVE WS-STMT-EXPECTED TO WS-EDIT-AMT1
               MOVE WS-STMT-CLOSING TO WS-EDIT-AMT2
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-STMT-CURRENCY ' ' WS-STMT-DATE
                   '  ENTRIES ADD UP TO ' WS-EDIT-AMT1
                   '  BANK CLOSING ' WS-EDIT-AMT2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RBM1-COMM-AREA
               STRING 'STMT ' WS-STMT-CURRENCY ' ' WS-STMT-DATE-DIGITS
                   DELIMITED BY SIZE
                   INTO BREAK-KEY OF RBM1-COMM-AREA
               MOVE 'nostro statement lines do not add up to closing'
                   TO BREAK-TEXT OF RBM1-COMM-AREA
               MOVE WS-DIFFERENCE TO BREAK-AMOUNT OF RBM1-COMM-AREA
               PERFORM RECORD-NOSTRO-BREAK
               ADD 1 TO WS-BALANCE-BREAK-COUNT
           END-IF.

       CHECK-GL-CASH-BALANCE.
      *> The GL side is every GDS1 day up to the statement date on
      *> the currency's cash account - debits less credits, the
      *> asset view, so money in our favour is positive on both.
           MOVE WS-STMT-CURRENCY TO WS-CASH-PARM-CURRENCY
           MOVE WS-CASH-ACCOUNT-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE WS-STMT-CLOSING TO WS-EDIT-AMT1
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-STMT-CURRENCY ' ' WS-STMT-DATE
                   '  CLOSING ' WS-EDIT-AMT1
                   '  NO GL CASH ACCOUNT MAPPED ON CFG1 '
                   WS-CASH-ACCOUNT-PARM
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RBM1-COMM-AREA
               STRING 'NOGL ' WS-STMT-CURRENCY
                   DELIMITED BY SIZE
                   INTO BREAK-KEY OF RBM1-COMM-AREA
               MOVE 'nostro currency has no GL cash account mapped'
                   TO BREAK-TEXT OF RBM1-COMM-AREA
               MOVE WS-STMT-CLOSING TO BREAK-AMOUNT OF RBM1-COMM-AREA
               PERFORM RECORD-NOSTRO-BREAK
               ADD 1 TO WS-BALANCE-BREAK-COUNT
           ELSE
               MOVE PARM-VALUE OF CFG1-REC(1:10) TO WS-CASH-ACCOUNT
               MOVE WS-CASH-ACCOUNT TO GL-ACCOUNT OF GDS1-REC
               MOVE 0 TO WS-GL-BALANCE
               EXEC SQL
                   SELECT COALESCE(SUM(DEBIT_TOTAL - CREDIT_TOTAL), 0)
                   INTO :WS-GL-BALANCE
                   FROM GDS1
                   WHERE GL_ACCOUNT = :GDS1-REC.GL-ACCOUNT
                     AND SUMMARY_DATE <= :WS-STMT-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-GL-BALANCE
               END-IF
               COMPUTE WS-DIFFERENCE = WS-STMT-CLOSING - WS-GL-BALANCE
               MOVE WS-STMT-CLOSING TO WS-EDIT-AMT1
               MOVE WS-GL-BALANCE TO WS-EDIT-AMT2
               MOVE WS-DIFFERENCE TO WS-EDIT-AMT3
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ' WS-STMT-CURRENCY ' ' WS-STMT-DATE
                   '  BANK ' WS-EDIT-AMT1
                   '  GL ' WS-CASH-ACCOUNT ' ' WS-EDIT-AMT2
                   '  DIFFERENCE ' WS-EDIT-AMT3
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-DIFFERENCE NOT = 0
                   MOVE SPACES TO RBM1-COMM-AREA
                   STRING 'BAL  ' WS-STMT-CURRENCY
                       DELIMITED BY SIZE
                       INTO BREAK-KEY OF RBM1-COMM-AREA
                   MOVE 'nostro closing balance differs from GL cash'
                       TO BREAK-TEXT OF RBM1-COMM-AREA
                   MOVE WS-DIFFERENCE
                       TO BREAK-AMOUNT OF RBM1-COMM-AREA
                   PERFORM RECORD-NOSTRO-BREAK
                   ADD 1 TO WS-BALANCE-BREAK-COUNT
               END-IF
           END-IF.

       MATCH-SETTLEMENT-GROUPS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'SETTLEMENT DEBITS AGAINST SET1 TOTALS:'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-GROUP-SWITCH
           EXEC SQL OPEN SETTLE-GROUP-CURSOR END-EXEC
           PERFORM UNTIL WS-GROUPS-DONE
               PERFORM FETCH-NEXT-SETTLE-GROUP
               IF NOT WS-GROUPS-DONE
                   PERFORM MATCH-ONE-SETTLE-GROUP
               END-IF
           END-PERFORM
           EXEC SQL CLOSE SETTLE-GROUP-CURSOR END-EXEC.

       FETCH-NEXT-SETTLE-GROUP.
           EXEC SQL
               FETCH SETTLE-GROUP-CURSOR
               INTO :WS-GROUP-CURRENCY, :WS-GROUP-REFERENCE,
                    :WS-GROUP-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-GROUPS-DONE TO TRUE
           END-IF.

       MATCH-ONE-SETTLE-GROUP.
      *> SET1's currency total for a run date is every PAD1 row it
      *> stamped with that settle date - PAM8 refunds ride in it as
      *> negative details, the way the bank nets the file.
           MOVE WS-GROUP-REFERENCE(1:10) TO WS-GROUP-SETTLE-DATE
           MOVE 0 TO WS-SETTLED-AMOUNT
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT), 0)
               INTO :WS-SETTLED-AMOUNT
               FROM PAD1
               WHERE SETTLE_DATE = :WS-GROUP-SETTLE-DATE
                 AND PAYMENT_CURRENCY = :WS-GROUP-CURRENCY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-SETTLED-AMOUNT
           END-IF
           MOVE WS-GROUP-AMOUNT TO WS-EDIT-AMT1
           MOVE WS-SETTLED-AMOUNT TO WS-EDIT-AMT2
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-GROUP-AMOUNT = WS-SETTLED-AMOUNT
               EXEC SQL
                   UPDATE NSL1
                   SET MATCH_STATUS = 'M',
                       MATCH_DATE = :WS-PARM-RUN-DATE
                   WHERE CURRENCY_CODE = :WS-GROUP-CURRENCY
                     AND OUR_REFERENCE = :WS-GROUP-REFERENCE
                     AND ENTRY_TYPE = 'SET'
                     AND MATCH_STATUS = 'U'
               END-EXEC
               ADD 1 TO WS-GROUP-MATCHED-COUNT
               STRING '  ' WS-GROUP-CURRENCY ' ' WS-GROUP-SETTLE-DATE
                   '  BANK ' WS-EDIT-AMT1 '  SET1 ' WS-EDIT-AMT2
                   '  MATCHED'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-GROUP-BREAK-COUNT
               STRING '  ' WS-GROUP-CURRENCY ' ' WS-GROUP-SETTLE-DATE
                   '  BANK ' WS-EDIT-AMT1 '  SET1 ' WS-EDIT-AMT2
                   '  DIFFERENT'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RBM1-COMM-AREA
               STRING 'SETL ' WS-GROUP-CURRENCY ' '
                   WS-GROUP-SETTLE-DATE(1:4) WS-GROUP-SETTLE-DATE(6:2)
                   WS-GROUP-SETTLE-DATE(9:2)
                   DELIMITED BY SIZE
                   INTO BREAK-KEY OF RBM1-COMM-AREA
               MOVE 'nostro settlement debits differ from SET1 total'
                   TO BREAK-TEXT OF RBM1-COMM-AREA
               COMPUTE BREAK-AMOUNT OF RBM1-COMM-AREA =
                   WS-GROUP-AMOUNT - WS-SETTLED-AMOUNT
               PERFORM RECORD-NOSTRO-BREAK
           END-IF.

       MATCH-OPEN-ITEMS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'STATEMENT LINES WITH NOTHING OF OURS BEHIND THEM:'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-ITEM-SWITCH
           EXEC SQL OPEN OPEN-ITEM-CURSOR END-EXEC
           PERFORM UNTIL WS-ITEMS-DONE
               PERFORM FETCH-NEXT-OPEN-ITEM
               IF NOT WS-ITEMS-DONE
                   PERFORM MATCH-ONE-OPEN-ITEM
               END-IF
           END-PERFORM
           EXEC SQL CLOSE OPEN-ITEM-CURSOR END-EXEC
           IF WS-ITEM-BREAK-COUNT = 0
               MOVE '  (NONE)' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FETCH-NEXT-OPEN-ITEM.
           EXEC SQL
               FETCH OPEN-ITEM-CURSOR
               INTO :NSL1-REC.STATEMENT-DATE, :NSL1-REC.CURRENCY-CODE,
                    :NSL1-REC.LINE-NUMBER, :NSL1-REC.VALUE-DATE,
                    :NSL1-REC.DC-FLAG, :NSL1-REC.ENTRY-AMOUNT,
                    :NSL1-REC.ENTRY-TYPE, :NSL1-REC.BANK-REFERENCE,
                    :NSL1-REC.OUR-REFERENCE
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-ITEMS-DONE TO TRUE
           END-IF.

       MATCH-ONE-OPEN-ITEM.
      *> A return is matched when the payment the bank quotes was
      *> returned through BRT1 - its PAM8 refund row links back to
      *> it for the opposite amount. A refund is matched when the
      *> quoted PAD1 row is that refund. Anything else (fees,
      *> interest, a stranger's money) has nothing of ours to match.
           MOVE OUR-REFERENCE OF NSL1-REC(1:10) TO WS-OUR-PAYMENT-ID
           MOVE 0 TO WS-MATCH-COUNT
           EVALUATE ENTRY-TYPE OF NSL1-REC
               WHEN 'RTN'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-MATCH-COUNT
                       FROM PAD1 O
                       WHERE O.PAYMENT_ID = :WS-OUR-PAYMENT-ID
                         AND O.PAYMENT_CURRENCY =
                             :NSL1-REC.CURRENCY-CODE
                         AND O.PAYMENT_AMOUNT =
                             :NSL1-REC.ENTRY-AMOUNT
                         AND EXISTS
                             (SELECT 1 FROM PAD1 R
                              WHERE R.ORIGINAL_PAYMENT_ID =
                                    O.PAYMENT_ID
                                AND R.PAYMENT_AMOUNT =
                                    0 - O.PAYMENT_AMOUNT)
                   END-EXEC
               WHEN 'RFD'
                   COMPUTE WS-SIGNED-AMOUNT =
                       0 - ENTRY-AMOUNT OF NSL1-REC
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-MATCH-COUNT
                       FROM PAD1
                       WHERE PAYMENT_ID = :WS-OUR-PAYMENT-ID
                         AND ORIGINAL_PAYMENT_ID <> ' '
                         AND PAYMENT_CURRENCY =
                             :NSL1-REC.CURRENCY-CODE
                         AND PAYMENT_AMOUNT = :WS-SIGNED-AMOUNT
                   END-EXEC
               WHEN OTHER
                   MOVE 0 TO WS-MATCH-COUNT
           END-EVALUATE
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-MATCH-COUNT
           END-IF
           IF WS-MATCH-COUNT > 0
               PERFORM MARK-ITEM-MATCHED
           ELSE
               PERFORM REPORT-UNMATCHED-ITEM
           END-IF.

       MARK-ITEM-MATCHED.
           EXEC SQL
               UPDATE NSL1
               SET MATCH_STATUS = 'M',
                   MATCH_DATE = :WS-PARM-RUN-DATE
               WHERE STATEMENT_DATE = :NSL1-REC.STATEMENT-DATE
                 AND CURRENCY_CODE = :NSL1-REC.CURRENCY-CODE
                 AND LINE_NUMBER = :NSL1-REC.LINE-NUMBER
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ITEM-MATCHED-COUNT
           END-IF.

       REPORT-UNMATCHED-ITEM.
           ADD 1 TO WS-ITEM-BREAK-COUNT
           MOVE LINE-NUMBER OF NSL1-REC TO WS-EDIT-LINE
           MOVE ENTRY-AMOUNT OF NSL1-REC TO WS-EDIT-AMT1
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' CURRENCY-CODE OF NSL1-REC
               ' ' STATEMENT-DATE OF NSL1-REC
               ' LINE ' WS-EDIT-LINE
               '  ' ENTRY-TYPE OF NSL1-REC
               ' ' DC-FLAG OF NSL1-REC
               ' ' WS-EDIT-AMT1
               '  BANK REF ' BANK-REFERENCE OF NSL1-REC
               '  OUR REF ' OUR-REFERENCE OF NSL1-REC
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RBM1-COMM-AREA
           MOVE LINE-NUMBER OF NSL1-REC TO WS-KEY-LINE-NUMBER
           STRING 'LINE' CURRENCY-CODE OF NSL1-REC
               STATEMENT-DATE OF NSL1-REC(1:4)
               STATEMENT-DATE OF NSL1-REC(6:2)
               STATEMENT-DATE OF NSL1-REC(9:2)
               WS-KEY-LINE-NUMBER
               DELIMITED BY SIZE
               INTO BREAK-KEY OF RBM1-COMM-AREA
           MOVE SPACES TO BREAK-TEXT OF RBM1-COMM-AREA
           STRING 'unmatched nostro statement line ('
               ENTRY-TYPE OF NSL1-REC ') bank ref '
               BANK-REFERENCE OF NSL1-REC
               DELIMITED BY SIZE
               INTO BREAK-TEXT OF RBM1-COMM-AREA
           MOVE ENTRY-AMOUNT OF NSL1-REC
               TO BREAK-AMOUNT OF RBM1-COMM-AREA
           PERFORM RECORD-NOSTRO-BREAK.

       RECORD-NOSTRO-BREAK.
      *> Callers fill in the key, text and amount; the rest is the
      *> same for every break this report raises.
           MOVE 0 TO RETURN-CODE OF RBM1-COMM-AREA
           MOVE 'NRC1' TO MAIN-NAME OF RBM1-COMM-AREA
           MOVE 'NRC1' TO BREAK-SOURCE OF RBM1-COMM-AREA
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RBM1-COMM-AREA
           CALL RBM1-PGM USING RBM1-COMM-AREA.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE NRC1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO NRC1-PRINT-RECORD
           STRING 'NRC1  NOSTRO STATEMENT RECONCILIATION'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO NRC1-PRINT-RECORD
           WRITE NRC1-PRINT-RECORD
           MOVE SPACES TO NRC1-PRINT-RECORD
           WRITE NRC1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-STATEMENT-COUNT TO WS-EDIT-COUNT
           STRING 'STATEMENTS READ:                     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RELOADED-COUNT TO WS-EDIT-COUNT
           STRING 'ALREADY LOADED - BALANCES ONLY:      '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ENTRY-LOADED-COUNT TO WS-EDIT-COUNT
           STRING 'STATEMENT LINES LOADED:              '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           STRING 'RECORDS SKIPPED:                     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GROUP-MATCHED-COUNT TO WS-EDIT-COUNT
           STRING 'SETTLEMENT TOTALS MATCHED:           '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GROUP-BREAK-COUNT TO WS-EDIT-COUNT
           STRING 'SETTLEMENT TOTALS DIFFERENT:         '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ITEM-MATCHED-COUNT TO WS-EDIT-COUNT
           STRING 'RETURNS/REFUNDS MATCHED:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ITEM-BREAK-COUNT TO WS-EDIT-COUNT
           STRING 'STATEMENT LINES UNMATCHED:           '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BALANCE-BREAK-COUNT TO WS-EDIT-COUNT
           STRING 'BALANCE BREAKS:                      '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
