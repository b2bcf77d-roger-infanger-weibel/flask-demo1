       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRF1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Management's copy goes to a proper print file, the same as
      *> the RCN1/RCN2 and FXR1 reports; the dashboard takes the
      *> CSV extract in the CSV1 layout.
           SELECT PRF1-PRINT-FILE ASSIGN TO PRF1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT PRF1-CSV-FILE ASSIGN TO PRF1CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY CGR1SQL.
       COPY BAD1SQL.
       COPY DSP1SQL.

       FILE SECTION.
       FD  PRF1-PRINT-FILE.
       01  PRF1-PRINT-RECORD                PIC X(132).
       FD  PRF1-CSV-FILE.
       01  CSV-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1REC.
       COPY CGR1REC.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before anything runs.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-CYCLE-MONTH          PIC X(7).
           05  FILLER                       PIC X(1).
           05  WS-PARM-USER-ID              PIC X(8).

      *> First day of the cycle month and of the following month -
      *> the month's activity is selected as a half-open date
      *> range, the same idiom GCL1 and STM2 use for a period.
       01  WS-MONTH-START                   PIC X(10).
       01  WS-MONTH-END                     PIC X(10).
       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).
       01  WS-RUN-DATE                      PIC X(10).

      *> The cycle markers TBL1 and INA1 stamp on their monthly
      *> postings in ORIGINAL-TRANSACTION-ID, and the marker WOF1
      *> stamps on every write-off - how each figure below is told
      *> apart from ordinary account activity.
       01  WS-TARIFF-MARKER.
           05  FILLER                       PIC X(3) VALUE 'TRF'.
           05  WS-TARIFF-YEAR               PIC X(4).
           05  WS-TARIFF-MONTH              PIC X(2).
           05  FILLER                       PIC X(1) VALUE SPACE.
       01  WS-INTEREST-MARKER.
           05  FILLER                       PIC X(3) VALUE 'INT'.
           05  WS-INTEREST-YEAR             PIC X(4).
           05  WS-INTEREST-MONTH            PIC X(2).
           05  FILLER                       PIC X(1) VALUE SPACE.
       01  WS-WRITEOFF-MARKER               PIC X(10)
           VALUE 'WRITEOFF'.

       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.

       01  WS-CUSTOMER-ID                   PIC X(10).
       01  WS-CUSTOMER-UNIT                 PIC X(4).
       01  WS-GROUP-KEY                     PIC X(10).
       01  WS-CURRENT-GROUP                 PIC X(10) VALUE SPACES.
       01  WS-CHILD-COUNT                   PIC S9(9) COMP.

      *> One customer's month - fee income is the TBL1 tariff plus
      *> the LFE1 late fees; write-offs are WOF1's credits net of
      *> the positive remnants it took back; provisional credits
      *> are the DSM1 credits still standing on open disputes at
      *> month end.
       01  WS-CUSTOMER-FIGURES.
           05  WS-TARIFF-INCOME             PIC S9(11)V99 COMP-3.
           05  WS-LATE-FEE-INCOME           PIC S9(11)V99 COMP-3.
           05  WS-FEE-INCOME                PIC S9(11)V99 COMP-3.
           05  WS-INTEREST-PAID             PIC S9(11)V99 COMP-3.
           05  WS-WRITE-OFFS                PIC S9(11)V99 COMP-3.
           05  WS-PROV-CREDITS              PIC S9(11)V99 COMP-3.
           05  WS-NET-CONTRIBUTION          PIC S9(11)V99 COMP-3.

       01  WS-GROUP-FIGURES.
           05  WS-GROUP-FEES                PIC S9(11)V99 COMP-3.
           05  WS-GROUP-INTEREST            PIC S9(11)V99 COMP-3.
           05  WS-GROUP-WRITE-OFFS          PIC S9(11)V99 COMP-3.
           05  WS-GROUP-PROV-CREDITS        PIC S9(11)V99 COMP-3.
           05  WS-GROUP-NET                 PIC S9(11)V99 COMP-3.
       01  WS-GROUP-MEMBER-COUNT            PIC 9(5) VALUE 0.

       01  WS-GRAND-FIGURES.
           05  WS-GRAND-FEES                PIC S9(11)V99 COMP-3
                                            VALUE 0.
           05  WS-GRAND-INTEREST            PIC S9(11)V99 COMP-3
                                            VALUE 0.
           05  WS-GRAND-WRITE-OFFS          PIC S9(11)V99 COMP-3
                                            VALUE 0.
           05  WS-GRAND-PROV-CREDITS        PIC S9(11)V99 COMP-3
                                            VALUE 0.
           05  WS-GRAND-NET                 PIC S9(11)V99 COMP-3
                                            VALUE 0.

      *> Operating-unit roll-up, built as the customers go by - a
      *> blank unit is the head-office/pre-regional population,
      *> labelled HQ the way CSV1 labels it.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY                OCCURS 100 TIMES.
               10  WS-UNIT-CODE             PIC X(4).
               10  WS-UNIT-CUSTOMERS        PIC 9(7).
               10  WS-UNIT-FEES             PIC S9(11)V99 COMP-3.
               10  WS-UNIT-INTEREST         PIC S9(11)V99 COMP-3.
               10  WS-UNIT-WRITE-OFFS       PIC S9(11)V99 COMP-3.
               10  WS-UNIT-PROV-CREDITS     PIC S9(11)V99 COMP-3.
               10  WS-UNIT-NET              PIC S9(11)V99 COMP-3.
       01  WS-UNIT-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-UNIT-MAX                      PIC 9(4) COMP VALUE 100.
       01  WS-UNIT-IX                       PIC 9(4) COMP.
       01  WS-UNIT-FOUND-IX                 PIC 9(4) COMP.

       01  WS-CUSTOMER-COUNT                PIC 9(7) VALUE 0.
       01  WS-REPORTED-COUNT                PIC 9(7) VALUE 0.
       01  WS-QUIET-COUNT                   PIC 9(7) VALUE 0.
       01  WS-GROUP-COUNT                   PIC 9(7) VALUE 0.
       01  WS-UNIT-OVERFLOW-COUNT           PIC 9(7) VALUE 0.

      *> Print control - page headings with report name, cycle and
      *> page number, and a final totals block.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-CSV-STATUS                    PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-AMT1                     PIC -(11)9.99.
       01  WS-EDIT-AMT2                     PIC -(11)9.99.
       01  WS-EDIT-AMT3                     PIC -(11)9.99.
       01  WS-EDIT-AMT4                     PIC -(11)9.99.
       01  WS-EDIT-AMT5                     PIC -(11)9.99.

      *> One CSV row - CYCLE,LEVEL,KEY,UNIT then the five figures
       01  WS-CSV-LEVEL                     PIC X(8).
       01  WS-CSV-KEY                       PIC X(10).
       01  WS-CSV-UNIT                      PIC X(4).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every customer on file with their operating unit and the
      *> group they roll into - the CGR1 parent for a subsidiary,
      *> the customer itself otherwise - so each group's members
      *> come together and a control break closes the group.
       EXEC SQL
           DECLARE PROFIT-CUSTOMER-CURSOR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.OPERATING_UNIT,
                      COALESCE(G.PARENT_CUSTOMER_ID, C.CUSTOMER_ID)
               FROM CAD1 C
               LEFT OUTER JOIN CGR1 G
                 ON G.CUSTOMER_ID = C.CUSTOMER_ID
               ORDER BY 3, 1
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Month-end customer profitability - what each customer
      *> earned the bank in the cycle against what it cost, off the
      *> postings TBL1, LFE1, INA1 and WOF1 make and the provisional
      *> credits DSM1 still has standing. Each customer's line rolls
      *> into its CGR1 group and its operating unit, on the print
      *> file and on the dashboard's CSV extract. Runs after the
      *> month's TBL1 and INA1 postings.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT PRF1-PRINT-FILE
           OPEN OUTPUT PRF1-CSV-FILE
           PERFORM WRITE-CSV-HEADER
           MOVE 'CUSTOMER    UNIT' TO WS-PRINT-LINE(1:16)
           MOVE 'FEE INCOME' TO WS-PRINT-LINE(24:10)
           MOVE 'INTEREST PAID' TO WS-PRINT-LINE(37:13)
           MOVE 'WRITE-OFFS' TO WS-PRINT-LINE(56:10)
           MOVE 'PROV CREDITS' TO WS-PRINT-LINE(70:12)
           MOVE 'NET CONTRIBUTION' TO WS-PRINT-LINE(82:16)
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ALL-CUSTOMERS
           PERFORM REPORT-OPERATING-UNITS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE PRF1-PRINT-FILE
           CLOSE PRF1-CSV-FILE
           DISPLAY "PRF1 customer profitability written for "
               WS-PARM-CYCLE-MONTH " - " WS-REPORTED-COUNT
               " customer(s), " WS-GROUP-COUNT " group(s)"
           IF WS-UNIT-OVERFLOW-COUNT > 0
               DISPLAY "PRF1: " WS-UNIT-OVERFLOW-COUNT
                   " customer(s) beyond the unit table - missing"
                   " from the unit roll-up"
           END-IF
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Cycle month comes in on a parm card as YYYY-MM, the same
      *> card TBL1 takes - blank defaults to the month before the
      *> current one.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-CYCLE-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                   INTO WS-PARM-CYCLE-MONTH
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
           STRING WS-PARM-CYCLE-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE WS-PARM-CYCLE-MONTH(1:4) TO WS-YEAR
           MOVE WS-PARM-CYCLE-MONTH(6:2) TO WS-MONTH
           IF WS-MONTH = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MONTH
           ELSE
               ADD 1 TO WS-MONTH
           END-IF
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-END
           MOVE WS-PARM-CYCLE-MONTH(1:4) TO WS-TARIFF-YEAR
           MOVE WS-PARM-CYCLE-MONTH(6:2) TO WS-TARIFF-MONTH
           MOVE WS-PARM-CYCLE-MONTH(1:4) TO WS-INTEREST-YEAR
           MOVE WS-PARM-CYCLE-MONTH(6:2) TO WS-INTEREST-MONTH.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'PRF1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "PRF1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'PRF1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'PRF1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-REPORTED-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       WRITE-CSV-HEADER.
           MOVE SPACES TO CSV-RECORD
           STRING "CYCLE_MONTH,LEVEL,KEY,UNIT,FEE_INCOME,"
                  "INTEREST_PAID,WRITE_OFFS,PROV_CREDITS,"
                  "NET_CONTRIBUTION"
                  DELIMITED BY SIZE INTO CSV-RECORD
           WRITE CSV-RECORD.

       REPORT-ALL-CUSTOMERS.
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           MOVE SPACES TO WS-CURRENT-GROUP
           EXEC SQL
               OPEN PROFIT-CUSTOMER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH PROFIT-CUSTOMER-CURSOR
                   INTO :WS-CUSTOMER-ID, :WS-CUSTOMER-UNIT,
                        :WS-GROUP-KEY
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   IF WS-GROUP-KEY NOT = WS-CURRENT-GROUP
                       PERFORM CLOSE-CUSTOMER-GROUP
                       MOVE WS-GROUP-KEY TO WS-CURRENT-GROUP
                   END-IF
                   PERFORM REPORT-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE PROFIT-CUSTOMER-CURSOR
           END-EXEC
           PERFORM CLOSE-CUSTOMER-GROUP.

       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           IF WS-CUSTOMER-UNIT = SPACES
               MOVE 'HQ  ' TO WS-CUSTOMER-UNIT
           END-IF
           PERFORM READ-CUSTOMER-FIGURES
           COMPUTE WS-FEE-INCOME =
               WS-TARIFF-INCOME + WS-LATE-FEE-INCOME
           COMPUTE WS-NET-CONTRIBUTION =
               WS-FEE-INCOME - WS-INTEREST-PAID
               - WS-WRITE-OFFS - WS-PROV-CREDITS
      *> A customer with nothing to show for the month stays off the
      *> lines and the extract - counted, not printed.
           IF WS-FEE-INCOME = 0 AND WS-INTEREST-PAID = 0
               AND WS-WRITE-OFFS = 0 AND WS-PROV-CREDITS = 0
               ADD 1 TO WS-QUIET-COUNT
           ELSE
               ADD 1 TO WS-REPORTED-COUNT
               ADD 1 TO WS-GROUP-MEMBER-COUNT
               ADD WS-FEE-INCOME TO WS-GROUP-FEES
               ADD WS-INTEREST-PAID TO WS-GROUP-INTEREST
               ADD WS-WRITE-OFFS TO WS-GROUP-WRITE-OFFS
               ADD WS-PROV-CREDITS TO WS-GROUP-PROV-CREDITS
               ADD WS-NET-CONTRIBUTION TO WS-GROUP-NET
               ADD WS-FEE-INCOME TO WS-GRAND-FEES
               ADD WS-INTEREST-PAID TO WS-GRAND-INTEREST
               ADD WS-WRITE-OFFS TO WS-GRAND-WRITE-OFFS
               ADD WS-PROV-CREDITS TO WS-GRAND-PROV-CREDITS
               ADD WS-NET-CONTRIBUTION TO WS-GRAND-NET
               PERFORM ADD-TO-UNIT-TOTALS
               MOVE WS-FEE-INCOME TO WS-EDIT-AMT1
               MOVE WS-INTEREST-PAID TO WS-EDIT-AMT2
               MOVE WS-WRITE-OFFS TO WS-EDIT-AMT3
               MOVE WS-PROV-CREDITS TO WS-EDIT-AMT4
               MOVE WS-NET-CONTRIBUTION TO WS-EDIT-AMT5
               STRING WS-CUSTOMER-ID '  ' WS-CUSTOMER-UNIT '  '
                   WS-EDIT-AMT1 ' ' WS-EDIT-AMT2 ' ' WS-EDIT-AMT3
                   ' ' WS-EDIT-AMT4 ' ' WS-EDIT-AMT5
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'CUSTOMER' TO WS-CSV-LEVEL
               MOVE WS-CUSTOMER-ID TO WS-CSV-KEY
               MOVE WS-CUSTOMER-UNIT TO WS-CSV-UNIT
               PERFORM WRITE-CSV-ROW
           END-IF.

       READ-CUSTOMER-FIGURES.
      *> The month's tariff - TBL1's one consolidated debit, keyed
      *> by the cycle's marker whatever day it posted.
           EXEC SQL
               SELECT COALESCE(SUM(TRANSACTION_AMOUNT), 0)
               INTO :WS-TARIFF-INCOME
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND ORIGINAL_TRANSACTION_ID = :WS-TARIFF-MARKER
                 AND TRANSACTION_TYPE_CODE = 'D'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-TARIFF-INCOME
           END-IF
      *> Late fees assessed in the month - LFE1's debits, told by
      *> the '8' lead byte of their generated key.
           EXEC SQL
               SELECT COALESCE(SUM(TRANSACTION_AMOUNT), 0)
               INTO :WS-LATE-FEE-INCOME
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND TRANSACTION_ID LIKE '8%'
                 AND TRANSACTION_TYPE_CODE = 'D'
                 AND TRANSACTION_DATE >= :WS-MONTH-START
                 AND TRANSACTION_DATE < :WS-MONTH-END
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-LATE-FEE-INCOME
           END-IF
      *> The month's credit interest - INA1's credit for the same
      *> month, keyed by its marker.
           EXEC SQL
               SELECT COALESCE(SUM(TRANSACTION_AMOUNT), 0)
               INTO :WS-INTEREST-PAID
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND ORIGINAL_TRANSACTION_ID = :WS-INTEREST-MARKER
                 AND TRANSACTION_TYPE_CODE = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-INTEREST-PAID
           END-IF
      *> Write-offs in the month - an overdrawn remnant WOF1 forgave
      *> ('C') costs the bank, a positive remnant it took back ('A')
      *> comes off the cost.
           EXEC SQL
               SELECT COALESCE(SUM(CASE TRANSACTION_TYPE_CODE
                          WHEN 'C' THEN TRANSACTION_AMOUNT
                          ELSE 0 - TRANSACTION_AMOUNT END), 0)
               INTO :WS-WRITE-OFFS
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND ORIGINAL_TRANSACTION_ID = :WS-WRITEOFF-MARKER
                 AND TRANSACTION_DATE >= :WS-MONTH-START
                 AND TRANSACTION_DATE < :WS-MONTH-END
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-WRITE-OFFS
           END-IF
      *> Provisional credits still outstanding at month end - the
      *> DSM1 credit on a dispute opened before the month closed and
      *> not resolved by then. A dispute resolved for the customer
      *> afterwards still counts: at month end it was provisional.
           EXEC SQL
               SELECT COALESCE(SUM(B.TRANSACTION_AMOUNT), 0)
               INTO :WS-PROV-CREDITS
               FROM DSP1 D, BAD1 B
               WHERE D.CUSTOMER_ID = :WS-CUSTOMER-ID
                 AND D.PROV_CREDIT_ID <> ' '
                 AND B.TRANSACTION_ID = D.PROV_CREDIT_ID
                 AND D.OPEN_DATE < :WS-MONTH-END
                 AND (D.DISPUTE_STATUS = 'O'
                      OR D.RESOLVE_DATE >= :WS-MONTH-END)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PROV-CREDITS
           END-IF.

       CLOSE-CUSTOMER-GROUP.
      *> A group subtotal only for a real CGR1 group - a standalone
      *> customer's own line already is its total.
           IF WS-CURRENT-GROUP NOT = SPACES
               MOVE 0 TO WS-CHILD-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CHILD-COUNT
                   FROM CGR1
                   WHERE PARENT_CUSTOMER_ID = :WS-CURRENT-GROUP
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-CHILD-COUNT
               END-IF
               IF WS-CHILD-COUNT > 0 AND WS-GROUP-MEMBER-COUNT > 0
                   PERFORM PRINT-GROUP-SUBTOTAL
               END-IF
           END-IF
           MOVE 0 TO WS-GROUP-FEES
           MOVE 0 TO WS-GROUP-INTEREST
           MOVE 0 TO WS-GROUP-WRITE-OFFS
           MOVE 0 TO WS-GROUP-PROV-CREDITS
           MOVE 0 TO WS-GROUP-NET
           MOVE 0 TO WS-GROUP-MEMBER-COUNT.

       PRINT-GROUP-SUBTOTAL.
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-FEES TO WS-EDIT-AMT1
           MOVE WS-GROUP-INTEREST TO WS-EDIT-AMT2
           MOVE WS-GROUP-WRITE-OFFS TO WS-EDIT-AMT3
           MOVE WS-GROUP-PROV-CREDITS TO WS-EDIT-AMT4
           MOVE WS-GROUP-NET TO WS-EDIT-AMT5
           STRING '  GROUP ' WS-CURRENT-GROUP
               WS-EDIT-AMT1 ' ' WS-EDIT-AMT2 ' ' WS-EDIT-AMT3
               ' ' WS-EDIT-AMT4 ' ' WS-EDIT-AMT5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'GROUP' TO WS-CSV-LEVEL
           MOVE WS-CURRENT-GROUP TO WS-CSV-KEY
           MOVE SPACES TO WS-CSV-UNIT
           PERFORM WRITE-CSV-ROW.

       ADD-TO-UNIT-TOTALS.
           MOVE 0 TO WS-UNIT-FOUND-IX
           PERFORM VARYING WS-UNIT-IX FROM 1 BY 1
                   UNTIL WS-UNIT-IX > WS-UNIT-COUNT
                      OR WS-UNIT-FOUND-IX > 0
               IF WS-UNIT-CODE(WS-UNIT-IX) = WS-CUSTOMER-UNIT
                   MOVE WS-UNIT-IX TO WS-UNIT-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-UNIT-FOUND-IX = 0
               IF WS-UNIT-COUNT < WS-UNIT-MAX
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-UNIT-COUNT TO WS-UNIT-FOUND-IX
                   MOVE WS-CUSTOMER-UNIT
                       TO WS-UNIT-CODE(WS-UNIT-FOUND-IX)
                   MOVE 0 TO WS-UNIT-CUSTOMERS(WS-UNIT-FOUND-IX)
                   MOVE 0 TO WS-UNIT-FEES(WS-UNIT-FOUND-IX)
                   MOVE 0 TO WS-UNIT-INTEREST(WS-UNIT-FOUND-IX)
                   MOVE 0 TO WS-UNIT-WRITE-OFFS(WS-UNIT-FOUND-IX)
                   MOVE 0 TO WS-UNIT-PROV-CREDITS(WS-UNIT-FOUND-IX)
                   MOVE 0 TO WS-UNIT-NET(WS-UNIT-FOUND-IX)
               ELSE
                   ADD 1 TO WS-UNIT-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-UNIT-FOUND-IX > 0
               ADD 1 TO WS-UNIT-CUSTOMERS(WS-UNIT-FOUND-IX)
               ADD WS-FEE-INCOME TO WS-UNIT-FEES(WS-UNIT-FOUND-IX)
               ADD WS-INTEREST-PAID
                   TO WS-UNIT-INTEREST(WS-UNIT-FOUND-IX)
               ADD WS-WRITE-OFFS
                   TO WS-UNIT-WRITE-OFFS(WS-UNIT-FOUND-IX)
               ADD WS-PROV-CREDITS
                   TO WS-UNIT-PROV-CREDITS(WS-UNIT-FOUND-IX)
               ADD WS-NET-CONTRIBUTION
                   TO WS-UNIT-NET(WS-UNIT-FOUND-IX)
           END-IF.

       REPORT-OPERATING-UNITS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'BY OPERATING UNIT' TO WS-PRINT-LINE(1:17)
           PERFORM WRITE-REPORT-LINE
           MOVE 'UNIT  CUSTOMERS' TO WS-PRINT-LINE(1:15)
           MOVE 'FEE INCOME' TO WS-PRINT-LINE(24:10)
           MOVE 'INTEREST PAID' TO WS-PRINT-LINE(37:13)
           MOVE 'WRITE-OFFS' TO WS-PRINT-LINE(56:10)
           MOVE 'PROV CREDITS' TO WS-PRINT-LINE(70:12)
           MOVE 'NET CONTRIBUTION' TO WS-PRINT-LINE(82:16)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-UNIT-IX FROM 1 BY 1
                   UNTIL WS-UNIT-IX > WS-UNIT-COUNT
               PERFORM REPORT-ONE-UNIT
           END-PERFORM.

       REPORT-ONE-UNIT.
           MOVE WS-UNIT-CUSTOMERS(WS-UNIT-IX) TO WS-EDIT-COUNT
           MOVE WS-UNIT-FEES(WS-UNIT-IX) TO WS-EDIT-AMT1
           MOVE WS-UNIT-INTEREST(WS-UNIT-IX) TO WS-EDIT-AMT2
           MOVE WS-UNIT-WRITE-OFFS(WS-UNIT-IX) TO WS-EDIT-AMT3
           MOVE WS-UNIT-PROV-CREDITS(WS-UNIT-IX) TO WS-EDIT-AMT4
           MOVE WS-UNIT-NET(WS-UNIT-IX) TO WS-EDIT-AMT5
           STRING WS-UNIT-CODE(WS-UNIT-IX) '  ' WS-EDIT-COUNT '     '
               WS-EDIT-AMT1 ' ' WS-EDIT-AMT2 ' ' WS-EDIT-AMT3
               ' ' WS-EDIT-AMT4 ' ' WS-EDIT-AMT5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'UNIT' TO WS-CSV-LEVEL
           MOVE SPACES TO WS-CSV-KEY
           MOVE WS-UNIT-CODE(WS-UNIT-IX) TO WS-CSV-UNIT
           PERFORM WRITE-CSV-ROW.

       WRITE-CSV-ROW.
      *> The edited figures are already in WS-EDIT-AMT1..5 from the
      *> printed line this row mirrors.
           MOVE SPACES TO CSV-RECORD
           STRING WS-PARM-CYCLE-MONTH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-LEVEL DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CSV-KEY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CSV-UNIT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-EDIT-AMT1 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EDIT-AMT2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EDIT-AMT3 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EDIT-AMT4 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EDIT-AMT5 DELIMITED BY SIZE
                  INTO CSV-RECORD
           WRITE CSV-RECORD.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE PRF1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO PRF1-PRINT-RECORD
           STRING 'PRF1  CUSTOMER PROFITABILITY'
               '   CYCLE ' WS-PARM-CYCLE-MONTH
               '   RUN DATE ' WS-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO PRF1-PRINT-RECORD
           WRITE PRF1-PRINT-RECORD
           MOVE SPACES TO PRF1-PRINT-RECORD
           WRITE PRF1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GRAND-FEES TO WS-EDIT-AMT1
           MOVE WS-GRAND-INTEREST TO WS-EDIT-AMT2
           MOVE WS-GRAND-WRITE-OFFS TO WS-EDIT-AMT3
           MOVE WS-GRAND-PROV-CREDITS TO WS-EDIT-AMT4
           MOVE WS-GRAND-NET TO WS-EDIT-AMT5
           STRING 'TOTAL             '
               WS-EDIT-AMT1 ' ' WS-EDIT-AMT2 ' ' WS-EDIT-AMT3
               ' ' WS-EDIT-AMT4 ' ' WS-EDIT-AMT5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'TOTAL' TO WS-CSV-LEVEL
           MOVE SPACES TO WS-CSV-KEY
           MOVE SPACES TO WS-CSV-UNIT
           PERFORM WRITE-CSV-ROW
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMERS ON FILE:                   '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REPORTED-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMERS WITH ACTIVITY:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-QUIET-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMERS WITH NOTHING TO REPORT:    '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMER GROUPS:                     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
