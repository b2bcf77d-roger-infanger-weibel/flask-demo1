       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PTM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY PTP1SQL.
       COPY PTI1SQL.
       COPY DUN1SQL.
       COPY CBL1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PTP1REC.
       COPY PTI1REC.
       COPY DUN1REC.
       COPY CBL1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.

      *> Shared ID-format validation
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

       01  WS-CURRENT-DATE                    PIC X(21).
       01  WS-TODAY-ISO                       PIC X(10).
       01  WS-ACTIVE-COUNT                    PIC S9(9) COMP.
       01  WS-RETURNED-OWED                   PIC S9(9)V99 COMP-3.

      *> First-due-date format check - YYYY-MM-DD, a real month and
      *> a day every month has.
       01  WS-DUE-CHECK.
           05  WS-DUE-YEAR                    PIC X(4).
           05  WS-DUE-DASH-1                  PIC X(1).
           05  WS-DUE-MONTH                   PIC X(2).
           05  WS-DUE-DASH-2                  PIC X(1).
           05  WS-DUE-DAY                     PIC X(2).
       01  WS-DUE-YEAR-NUMBER                 PIC 9(4).
       01  WS-DUE-MONTH-NUMBER                PIC 9(2).
       01  WS-DUE-DAY-NUMBER                  PIC 9(2).

      *> Schedule build - equal monthly instalments, the last one
      *> taking whatever the division leaves over.
       01  WS-INSTALMENT-IX                   PIC S9(9) COMP.
       01  WS-INSTALMENT-AMOUNT               PIC S9(9)V99 COMP-3.
       01  WS-SCHEDULED-TOTAL                 PIC S9(9)V99 COMP-3.
       01  WS-EDIT-YEAR                       PIC 9(4).
       01  WS-EDIT-MONTH                      PIC 9(2).
       01  WS-EDIT-AMOUNT                     PIC -(9)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY PTM1.

       PROCEDURE DIVISION USING PTM1-COMM-AREA.
       MAIN-PROCESS.
      *> Records a promise to pay - the customer who calls about a
      *> dunning letter and agrees to clear the debt in monthly
      *> instalments. The debt is frozen at its current dunning
      *> stage for as long as the DUN1 run finds the instalments
      *> arriving; the desk can also call the arrangement off.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF ARRANGEMENT-STATUS-CODE NOT = 'V'
               EVALUATE ACTION-CODE OF PTM1-COMM-AREA
                   WHEN 'S'
                       PERFORM SET-UP-ARRANGEMENT
                   WHEN OTHER
                       PERFORM CANCEL-ARRANGEMENT
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF PTM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF PTM1-COMM-AREA.
           MOVE SPACES TO ARRANGEMENT-STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF PTM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO ARRANGEMENT-STATUS-CODE
               MOVE IDV1-REASON TO ERROR-MESSAGE OF PTM1-COMM-AREA
           END-IF
           IF ARRANGEMENT-STATUS-CODE NOT = 'V'
               IF ACTION-CODE OF PTM1-COMM-AREA NOT = 'S'
                   AND ACTION-CODE OF PTM1-COMM-AREA NOT = 'C'
                   MOVE 'V' TO ARRANGEMENT-STATUS-CODE
                   MOVE 'Action must be S or C'
                       TO ERROR-MESSAGE OF PTM1-COMM-AREA
               END-IF
           END-IF
           IF ARRANGEMENT-STATUS-CODE NOT = 'V'
               AND BALANCE-CURRENCY OF PTM1-COMM-AREA = SPACES
               MOVE 'V' TO ARRANGEMENT-STATUS-CODE
               MOVE 'Currency is required'
                   TO ERROR-MESSAGE OF PTM1-COMM-AREA
           END-IF
           IF ARRANGEMENT-STATUS-CODE NOT = 'V'
               AND ACTION-CODE OF PTM1-COMM-AREA = 'S'
               PERFORM VALIDATE-SET-UP
           END-IF.

       VALIDATE-SET-UP.
           IF INSTALMENT-COUNT OF PTM1-COMM-AREA = 0
               MOVE 3 TO INSTALMENT-COUNT OF PTM1-COMM-AREA
           END-IF
           IF INSTALMENT-COUNT OF PTM1-COMM-AREA > 12
               MOVE 'V' TO ARRANGEMENT-STATUS-CODE
               MOVE 'Instalment count must be 1 to 12'
                   TO ERROR-MESSAGE OF PTM1-COMM-AREA
           END-IF
           IF ARRANGEMENT-STATUS-CODE NOT = 'V'
               AND ARRANGED-AMOUNT OF PTM1-COMM-AREA < 0
               MOVE 'V' TO ARRANGEMENT-STATUS-CODE
               MOVE 'Arranged amount cannot be negative'
                   TO ERROR-MESSAGE OF PTM1-COMM-AREA
           END-IF
           IF ARRANGEMENT-STATUS-CODE NOT = 'V'
               PERFORM VALIDATE-FIRST-DUE-DATE
           END-IF.

       VALIDATE-FIRST-DUE-DATE.
           MOVE FIRST-DUE-DATE OF PTM1-COMM-AREA TO WS-DUE-CHECK
           IF WS-DUE-YEAR IS NOT NUMERIC
               OR WS-DUE-MONTH IS NOT NUMERIC
               OR WS-DUE-DAY IS NOT NUMERIC
               OR WS-DUE-DASH-1 NOT = '-'
               OR WS-DUE-DASH-2 NOT = '-'
               MOVE 'V' TO ARRANGEMENT-STATUS-CODE
               MOVE 'First due date must be YYYY-MM-DD'
                   TO ERROR-MESSAGE OF PTM1-COMM-AREA
           ELSE
               MOVE WS-DUE-YEAR TO WS-DUE-YEAR-NUMBER
               MOVE WS-DUE-MONTH TO WS-DUE-MONTH-NUMBER
               MOVE WS-DUE-DAY TO WS-DUE-DAY-NUMBER
               IF WS-DUE-MONTH-NUMBER < 1
                   OR WS-DUE-MONTH-NUMBER > 12
                   OR WS-DUE-DAY-NUMBER < 1
                   OR WS-DUE-DAY-NUMBER > 28
                   MOVE 'V' TO ARRANGEMENT-STATUS-CODE
                   MOVE 'First due date must fall on day 01 to 28'
                       TO ERROR-MESSAGE OF PTM1-COMM-AREA
               END-IF
           END-IF
           IF ARRANGEMENT-STATUS-CODE NOT = 'V'
               AND FIRST-DUE-DATE OF PTM1-COMM-AREA < WS-TODAY-ISO
               MOVE 'V' TO ARRANGEMENT-STATUS-CODE
               MOVE 'First due date cannot be in the past'
                   TO ERROR-MESSAGE OF PTM1-COMM-AREA
           END-IF.

       SET-UP-ARRANGEMENT.
      *> The debt must be in dunning now and not already under an
      *> arrangement. The stage it stands at is recorded so a broken
      *> promise resumes at the next one.
           EXEC SQL
               SELECT COALESCE(MAX(DUNNING_STAGE), 0),
                      COALESCE(MAX(CASE_NUMBER), 0)
               INTO :DUN1-REC.DUNNING-STAGE, :DUN1-REC.CASE-NUMBER
               FROM DUN1
               WHERE CUSTOMER_ID = :PTM1-COMM-AREA.CUSTOMER-ID
                 AND BALANCE_CURRENCY =
                     :PTM1-COMM-AREA.BALANCE-CURRENCY
                 AND DUNNING_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SET-SQL-ERROR
           ELSE
               IF DUNNING-STAGE OF DUN1-REC = 0
                   MOVE 'X' TO ARRANGEMENT-STATUS-CODE
                   MOVE 'No open dunning case in that currency'
                       TO ERROR-MESSAGE OF PTM1-COMM-AREA
               END-IF
           END-IF
           IF ARRANGEMENT-STATUS-CODE = SPACES
               PERFORM CHECK-ACTIVE-ARRANGEMENT
               IF WS-ACTIVE-COUNT > 0
                   MOVE 'X' TO ARRANGEMENT-STATUS-CODE
                   MOVE 'An arrangement is already active'
                       TO ERROR-MESSAGE OF PTM1-COMM-AREA
               END-IF
           END-IF
           IF ARRANGEMENT-STATUS-CODE = SPACES
               AND ARRANGED-AMOUNT OF PTM1-COMM-AREA = 0
               PERFORM DERIVE-AMOUNT-OWED
           END-IF
           IF ARRANGEMENT-STATUS-CODE = SPACES
               PERFORM INSERT-ARRANGEMENT
           END-IF
           IF ARRANGEMENT-STATUS-CODE = SPACES
               PERFORM INSERT-SCHEDULE
           END-IF
           IF ARRANGEMENT-STATUS-CODE = SPACES
               MOVE 'S' TO ARRANGEMENT-STATUS-CODE
           END-IF.

       CHECK-ACTIVE-ARRANGEMENT.
           MOVE 0 TO WS-ACTIVE-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ACTIVE-COUNT
               FROM PTP1
               WHERE CUSTOMER_ID = :PTM1-COMM-AREA.CUSTOMER-ID
                 AND BALANCE_CURRENCY =
                     :PTM1-COMM-AREA.BALANCE-CURRENCY
                 AND ARRANGEMENT_STATUS = 'A'
           END-EXEC.

       DERIVE-AMOUNT-OWED.
      *> Everything owed in the currency - the overdrawn position
      *> plus any returned direct debits still in dunning.
           MOVE 0 TO WS-RETURNED-OWED
           EXEC SQL
               SELECT COALESCE(SUM(DEBT_AMOUNT), 0)
               INTO :WS-RETURNED-OWED
               FROM DUN1
               WHERE CUSTOMER_ID = :PTM1-COMM-AREA.CUSTOMER-ID
                 AND BALANCE_CURRENCY =
                     :PTM1-COMM-AREA.BALANCE-CURRENCY
                 AND DUNNING_STATUS = 'O'
                 AND DEBT_SOURCE = 'R'
           END-EXEC
           MOVE WS-RETURNED-OWED TO ARRANGED-AMOUNT OF PTM1-COMM-AREA
           EXEC SQL
               SELECT BALANCE_AMOUNT
               INTO :CBL1-REC.BALANCE-AMOUNT
               FROM CBL1
               WHERE CUSTOMER_ID = :PTM1-COMM-AREA.CUSTOMER-ID
                 AND BALANCE_CURRENCY =
                     :PTM1-COMM-AREA.BALANCE-CURRENCY
           END-EXEC
           IF SQLCODE = 0 AND BALANCE-AMOUNT OF CBL1-REC < 0
               SUBTRACT BALANCE-AMOUNT OF CBL1-REC
                   FROM ARRANGED-AMOUNT OF PTM1-COMM-AREA
           END-IF
           IF ARRANGED-AMOUNT OF PTM1-COMM-AREA NOT > 0
               MOVE 'X' TO ARRANGEMENT-STATUS-CODE
               MOVE 'Nothing is owed in that currency to arrange'
                   TO ERROR-MESSAGE OF PTM1-COMM-AREA
           END-IF.

       INSERT-ARRANGEMENT.
           MOVE CUSTOMER-ID OF PTM1-COMM-AREA TO CUSTOMER-ID OF PTP1-REC
           MOVE BALANCE-CURRENCY OF PTM1-COMM-AREA
               TO BALANCE-CURRENCY OF PTP1-REC
           MOVE WS-TODAY-ISO TO ARRANGEMENT-DATE OF PTP1-REC
           MOVE CASE-NUMBER OF DUN1-REC TO CASE-NUMBER OF PTP1-REC
           MOVE ARRANGED-AMOUNT OF PTM1-COMM-AREA
               TO ARRANGED-AMOUNT OF PTP1-REC
           MOVE INSTALMENT-COUNT OF PTM1-COMM-AREA
               TO INSTALMENT-COUNT OF PTP1-REC
           MOVE DUNNING-STAGE OF DUN1-REC TO FROZEN-STAGE OF PTP1-REC
           MOVE 'A' TO ARRANGEMENT-STATUS OF PTP1-REC
           MOVE WS-TODAY-ISO TO STATUS-DATE OF PTP1-REC
           MOVE USER-ID OF PTM1-COMM-AREA TO SETUP-USER OF PTP1-REC
           EXEC SQL
               INSERT INTO PTP1
                   (CUSTOMER_ID, BALANCE_CURRENCY, ARRANGEMENT_DATE,
                    CASE_NUMBER, ARRANGED_AMOUNT, INSTALMENT_COUNT,
                    FROZEN_STAGE, ARRANGEMENT_STATUS, STATUS_DATE,
                    SETUP_USER)
               VALUES
                   (:PTP1-REC.CUSTOMER-ID, :PTP1-REC.BALANCE-CURRENCY,
                    :PTP1-REC.ARRANGEMENT-DATE, :PTP1-REC.CASE-NUMBER,
                    :PTP1-REC.ARRANGED-AMOUNT,
                    :PTP1-REC.INSTALMENT-COUNT,
                    :PTP1-REC.FROZEN-STAGE,
                    :PTP1-REC.ARRANGEMENT-STATUS,
                    :PTP1-REC.STATUS-DATE, :PTP1-REC.SETUP-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = -803
                   MOVE 'X' TO ARRANGEMENT-STATUS-CODE
                   MOVE 'An arrangement was already made today'
                       TO ERROR-MESSAGE OF PTM1-COMM-AREA
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       INSERT-SCHEDULE.
           MOVE CUSTOMER-ID OF PTP1-REC TO CUSTOMER-ID OF PTI1-REC
           MOVE BALANCE-CURRENCY OF PTP1-REC
               TO BALANCE-CURRENCY OF PTI1-REC
           MOVE ARRANGEMENT-DATE OF PTP1-REC
               TO ARRANGEMENT-DATE OF PTI1-REC
           MOVE 'D' TO INSTALMENT-STATUS OF PTI1-REC
           MOVE '0001-01-01' TO SETTLED-DATE OF PTI1-REC
           COMPUTE WS-INSTALMENT-AMOUNT =
               ARRANGED-AMOUNT OF PTP1-REC
               / INSTALMENT-COUNT OF PTP1-REC
           MOVE 0 TO WS-SCHEDULED-TOTAL
           MOVE WS-DUE-YEAR-NUMBER TO WS-EDIT-YEAR
           MOVE WS-DUE-MONTH-NUMBER TO WS-EDIT-MONTH
           PERFORM VARYING WS-INSTALMENT-IX FROM 1 BY 1
                   UNTIL WS-INSTALMENT-IX > INSTALMENT-COUNT OF PTP1-REC
                      OR ARRANGEMENT-STATUS-CODE NOT = SPACES
               PERFORM INSERT-ONE-INSTALMENT
           END-PERFORM.

       INSERT-ONE-INSTALMENT.
           MOVE WS-INSTALMENT-IX TO INSTALMENT-NUMBER OF PTI1-REC
           STRING WS-EDIT-YEAR '-' WS-EDIT-MONTH '-' WS-DUE-DAY
                  DELIMITED BY SIZE INTO DUE-DATE OF PTI1-REC
           IF WS-INSTALMENT-IX = INSTALMENT-COUNT OF PTP1-REC
               COMPUTE DUE-AMOUNT OF PTI1-REC =
                   ARRANGED-AMOUNT OF PTP1-REC - WS-SCHEDULED-TOTAL
           ELSE
               MOVE WS-INSTALMENT-AMOUNT TO DUE-AMOUNT OF PTI1-REC
           END-IF
           ADD DUE-AMOUNT OF PTI1-REC TO WS-SCHEDULED-TOTAL
           EXEC SQL
               INSERT INTO PTI1
                   (CUSTOMER_ID, BALANCE_CURRENCY, ARRANGEMENT_DATE,
                    INSTALMENT_NUMBER, DUE_DATE, DUE_AMOUNT,
                    INSTALMENT_STATUS, SETTLED_DATE)
               VALUES
                   (:PTI1-REC.CUSTOMER-ID, :PTI1-REC.BALANCE-CURRENCY,
                    :PTI1-REC.ARRANGEMENT-DATE,
                    :PTI1-REC.INSTALMENT-NUMBER, :PTI1-REC.DUE-DATE,
                    :PTI1-REC.DUE-AMOUNT,
                    :PTI1-REC.INSTALMENT-STATUS,
                    :PTI1-REC.SETTLED-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SET-SQL-ERROR
           END-IF
           ADD 1 TO WS-EDIT-MONTH
           IF WS-EDIT-MONTH > 12
               MOVE 1 TO WS-EDIT-MONTH
               ADD 1 TO WS-EDIT-YEAR
           END-IF.

       CANCEL-ARRANGEMENT.
      *> The desk calling an arrangement off - dunning picks up from
      *> the stage it was frozen at, with no broken-promise letter.
           EXEC SQL
               UPDATE PTP1
               SET ARRANGEMENT_STATUS = 'C',
                   STATUS_DATE = :WS-TODAY-ISO
               WHERE CUSTOMER_ID = :PTM1-COMM-AREA.CUSTOMER-ID
                 AND BALANCE_CURRENCY =
                     :PTM1-COMM-AREA.BALANCE-CURRENCY
                 AND ARRANGEMENT_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO ARRANGEMENT-STATUS-CODE
                   MOVE 'No active arrangement for the customer'
                       TO ERROR-MESSAGE OF PTM1-COMM-AREA
               WHEN SQLCODE = 0
                   MOVE 'S' TO ARRANGEMENT-STATUS-CODE
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       SET-SQL-ERROR.
           MOVE 'E' TO ARRANGEMENT-STATUS-CODE
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF PTM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF PTM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF PTM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module PTM1 ended with status: "
               ARRANGEMENT-STATUS-CODE.
           IF ARRANGEMENT-STATUS-CODE = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF PTM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome -
      *> on a set-up the row names the currency, amount and count.
           MOVE 'PTM1' TO AUD1-MODULE-NAME
           MOVE CUSTOMER-ID OF PTM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF PTM1-COMM-AREA TO AUD1-USER-ID
           MOVE ARRANGEMENT-STATUS-CODE TO AUD1-STATUS
           MOVE RETURN-CODE OF PTM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF ARRANGEMENT-STATUS-CODE = 'S'
               MOVE ARRANGED-AMOUNT OF PTM1-COMM-AREA TO WS-EDIT-AMOUNT
               STRING ACTION-CODE OF PTM1-COMM-AREA ' '
                   BALANCE-CURRENCY OF PTM1-COMM-AREA ' '
                   WS-EDIT-AMOUNT ' '
                   INSTALMENT-COUNT OF PTM1-COMM-AREA ' '
                   FIRST-DUE-DATE OF PTM1-COMM-AREA
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF PTM1-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF PTM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "PTM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
