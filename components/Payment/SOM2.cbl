       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOM2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY STO1SQL.
       COPY CAD1SQL.
       COPY CUR1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY STO1REC.
       COPY CAD1REC.
       COPY CUR1REC.
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
       01  WS-TODAY                           PIC X(10).

       01  WS-CUSTOMER-COUNT                  PIC S9(9) COMP.
       01  WS-DUPLICATE-COUNT                 PIC S9(9) COMP.

       01  WS-RUN-DATE-CHECK.
           05  WS-RUN-DATE-YEAR               PIC X(4).
           05  WS-RUN-DATE-DASH-1             PIC X(1).
           05  WS-RUN-DATE-MONTH              PIC X(2).
           05  WS-RUN-DATE-DASH-2             PIC X(1).
           05  WS-RUN-DATE-DAY                PIC X(2).
       01  WS-RUN-DATE-MONTH-NUMBER           PIC 9(2).
       01  WS-RUN-DATE-DAY-NUMBER             PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY SOM2.

       PROCEDURE DIVISION USING SOM2-COMM-AREA.
       MAIN-PROCESS.
      *> Desk maintenance for standing orders, one order per call -
      *> the online counterpart of the SOM1 file feed, so a customer
      *> who phones to stop tomorrow's payment is helped before the
      *> nightly runs. An order is never deleted: a suspend parks it
      *> ('S', which SOG1 and DNL1 pass over), a cancel closes it
      *> ('N'), and the row stays on file either way.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-ID-FORMAT
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               EVALUATE ACTION-CODE OF SOM2-COMM-AREA
                   WHEN 'A'
                       PERFORM ADD-ORDER
                   WHEN 'S'
                       PERFORM SUSPEND-ORDER
                   WHEN 'R'
                       PERFORM RESUME-ORDER
                   WHEN 'U'
                       PERFORM AMEND-ORDER
                   WHEN 'C'
                       PERFORM CANCEL-ORDER
                   WHEN OTHER
                       MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                       MOVE 'Action must be A, S, R, U or C'
                           TO ERROR-MESSAGE OF SOM2-COMM-AREA
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF SOM2-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF SOM2-COMM-AREA.
           MOVE SPACES TO ORDER-STATUS OF SOM2-COMM-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY.

       VALIDATE-ID-FORMAT.
      *> Same shared check CAM1/BAM1/PAM1 run before their own SQL.
           MOVE ORDER-ID OF SOM2-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE IDV1-REASON
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF.

       ADD-ORDER.
      *> Everything a generated payment will carry is checked once
      *> here, the same checks SOM1 makes on the file feed, plus the
      *> currency master PAM2 would otherwise only refuse on the
      *> first run.
           MOVE CUSTOMER-ID OF SOM2-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE IDV1-REASON
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               PERFORM VALIDATE-CUSTOMER
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               IF PAYMENT-AMOUNT OF SOM2-COMM-AREA NOT > 0
                   MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Amount must be positive'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               END-IF
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               PERFORM VALIDATE-CURRENCY
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               IF FREQUENCY-CODE OF SOM2-COMM-AREA NOT = 'D'
                   AND FREQUENCY-CODE OF SOM2-COMM-AREA NOT = 'W'
                   AND FREQUENCY-CODE OF SOM2-COMM-AREA NOT = 'M'
                   MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Frequency must be D, W or M'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               END-IF
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               IF NEXT-RUN-DATE OF SOM2-COMM-AREA = SPACES
                   MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'First run date is required'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               ELSE
                   PERFORM VALIDATE-RUN-DATE
               END-IF
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               PERFORM CHECK-DUPLICATE-ORDER
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'X'
               PERFORM INSERT-ORDER
           END-IF.

       VALIDATE-CUSTOMER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CUSTOMER-COUNT
               FROM CAD1
               WHERE CUSTOMER_ID = :SOM2-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CUSTOMER-COUNT = 0
               MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE 'Customer is not on CAD1'
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF.

       VALIDATE-CURRENCY.
      *> The currency must be on the CUR1 master and active - the
      *> same test PAM2 makes on every payment the order generates.
           EXEC SQL
               SELECT ACTIVE_FLAG
               INTO :CUR1-REC.ACTIVE-FLAG
               FROM CUR1
               WHERE CURRENCY_CODE =
                     :SOM2-COMM-AREA.PAYMENT-CURRENCY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Currency is not on the currency master'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               WHEN SQLCODE = 0
                   AND ACTIVE-FLAG OF CUR1-REC NOT = 'Y'
                   MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Currency is not active'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-EVALUATE.

       VALIDATE-RUN-DATE.
      *> A run date already behind us would have SOG1 catch it up
      *> on the very next nightly - the operator keys the next real
      *> occurrence instead.
           MOVE NEXT-RUN-DATE OF SOM2-COMM-AREA TO WS-RUN-DATE-CHECK
           IF WS-RUN-DATE-YEAR IS NOT NUMERIC
               OR WS-RUN-DATE-MONTH IS NOT NUMERIC
               OR WS-RUN-DATE-DAY IS NOT NUMERIC
               OR WS-RUN-DATE-DASH-1 NOT = '-'
               OR WS-RUN-DATE-DASH-2 NOT = '-'
               MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE 'Next run date must be YYYY-MM-DD'
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           ELSE
               MOVE WS-RUN-DATE-MONTH TO WS-RUN-DATE-MONTH-NUMBER
               MOVE WS-RUN-DATE-DAY TO WS-RUN-DATE-DAY-NUMBER
               IF WS-RUN-DATE-MONTH-NUMBER < 1
                   OR WS-RUN-DATE-MONTH-NUMBER > 12
                   OR WS-RUN-DATE-DAY-NUMBER < 1
                   OR WS-RUN-DATE-DAY-NUMBER > 31
                   MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Next run date is not a real date'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               END-IF
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND NEXT-RUN-DATE OF SOM2-COMM-AREA < WS-TODAY
               MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE 'Next run date is in the past'
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF.

       CHECK-DUPLICATE-ORDER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DUPLICATE-COUNT
               FROM STO1
               WHERE ORDER_ID = :SOM2-COMM-AREA.ORDER-ID
           END-EXEC
           IF SQLCODE = 0 AND WS-DUPLICATE-COUNT > 0
               MOVE 'X' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE 'Order ID already exists'
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF.

       INSERT-ORDER.
           MOVE ORDER-ID OF SOM2-COMM-AREA TO ORDER-ID OF STO1-REC
           MOVE CUSTOMER-ID OF SOM2-COMM-AREA
               TO CUSTOMER-ID OF STO1-REC
           MOVE PAYMENT-AMOUNT OF SOM2-COMM-AREA
               TO PAYMENT-AMOUNT OF STO1-REC
           MOVE PAYMENT-CURRENCY OF SOM2-COMM-AREA
               TO PAYMENT-CURRENCY OF STO1-REC
           MOVE FREQUENCY-CODE OF SOM2-COMM-AREA
               TO FREQUENCY-CODE OF STO1-REC
           MOVE NEXT-RUN-DATE OF SOM2-COMM-AREA
               TO NEXT-RUN-DATE OF STO1-REC
           MOVE 'Y' TO ACTIVE-FLAG OF STO1-REC
           EXEC SQL
               INSERT INTO STO1
                   (ORDER_ID, CUSTOMER_ID, PAYMENT_AMOUNT,
                    PAYMENT_CURRENCY, FREQUENCY_CODE, NEXT_RUN_DATE,
                    ACTIVE_FLAG)
               VALUES
                   (:STO1-REC.ORDER-ID, :STO1-REC.CUSTOMER-ID,
                    :STO1-REC.PAYMENT-AMOUNT,
                    :STO1-REC.PAYMENT-CURRENCY,
                    :STO1-REC.FREQUENCY-CODE,
                    :STO1-REC.NEXT-RUN-DATE, :STO1-REC.ACTIVE-FLAG)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO ORDER-STATUS OF SOM2-COMM-AREA
           ELSE
               MOVE 'E' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF SOM2-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF SOM2-COMM-AREA
           END-IF.

       SUSPEND-ORDER.
      *> The WHERE repeats the active check so only a generating
      *> order suspends - "no row updated" comes back as not active.
           EXEC SQL
               UPDATE STO1
               SET ACTIVE_FLAG = 'S'
               WHERE ORDER_ID = :SOM2-COMM-AREA.ORDER-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Order is not active'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO ORDER-STATUS OF SOM2-COMM-AREA
           END-EVALUATE.

       RESUME-ORDER.
      *> A suspended order picks up from its next run date - a new
      *> one can be keyed with the resume, and must be when the old
      *> one went by while the order was parked.
           IF NEXT-RUN-DATE OF SOM2-COMM-AREA NOT = SPACES
               PERFORM VALIDATE-RUN-DATE
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               PERFORM READ-ORDER
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'X'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'E'
               IF ACTIVE-FLAG OF STO1-REC NOT = 'S'
                   MOVE 'X' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Order is not suspended'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               END-IF
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'X'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'E'
               IF NEXT-RUN-DATE OF SOM2-COMM-AREA NOT = SPACES
                   MOVE NEXT-RUN-DATE OF SOM2-COMM-AREA
                       TO NEXT-RUN-DATE OF STO1-REC
               END-IF
               IF NEXT-RUN-DATE OF STO1-REC < WS-TODAY
                   MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Next run date has passed - give a new one'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               END-IF
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'X'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'E'
               EXEC SQL
                   UPDATE STO1
                   SET ACTIVE_FLAG = 'Y',
                       NEXT_RUN_DATE = :STO1-REC.NEXT-RUN-DATE
                   WHERE ORDER_ID = :STO1-REC.ORDER-ID
                     AND ACTIVE_FLAG = 'S'
               END-EXEC
               PERFORM CHECK-ORDER-UPDATE
           END-IF.

       AMEND-ORDER.
      *> A new amount, a new next run date, or both - zero or spaces
      *> leaves that one as it is. A suspended order amends too, so
      *> the desk can re-date it ahead of the resume.
           IF PAYMENT-AMOUNT OF SOM2-COMM-AREA < 0
               MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE 'Amount must be positive'
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF
           IF PAYMENT-AMOUNT OF SOM2-COMM-AREA = 0
              AND NEXT-RUN-DATE OF SOM2-COMM-AREA = SPACES
               MOVE 'V' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE 'Give a new amount or next run date to amend'
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND NEXT-RUN-DATE OF SOM2-COMM-AREA NOT = SPACES
               PERFORM VALIDATE-RUN-DATE
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               PERFORM READ-ORDER
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'X'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'E'
               IF ACTIVE-FLAG OF STO1-REC NOT = 'Y'
                  AND ACTIVE-FLAG OF STO1-REC NOT = 'S'
                   MOVE 'X' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Order is cancelled'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               END-IF
           END-IF
           IF ORDER-STATUS OF SOM2-COMM-AREA NOT = 'V'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'X'
               AND ORDER-STATUS OF SOM2-COMM-AREA NOT = 'E'
               PERFORM UPDATE-ORDER
           END-IF.

       READ-ORDER.
           MOVE ORDER-ID OF SOM2-COMM-AREA TO ORDER-ID OF STO1-REC
           EXEC SQL
               SELECT PAYMENT_AMOUNT, CHAR(NEXT_RUN_DATE, ISO),
                      ACTIVE_FLAG
               INTO :STO1-REC.PAYMENT-AMOUNT,
                    :STO1-REC.NEXT-RUN-DATE,
                    :STO1-REC.ACTIVE-FLAG
               FROM STO1
               WHERE ORDER_ID = :STO1-REC.ORDER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Order is not on STO1'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               WHEN SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.

       UPDATE-ORDER.
      *> The advance notice DNL1 sent told the customer the old
      *> amount and date - clearing it has DNL1 give fresh notice,
      *> and SOG1 holds the collection until it has.
           IF PAYMENT-AMOUNT OF SOM2-COMM-AREA > 0
               MOVE PAYMENT-AMOUNT OF SOM2-COMM-AREA
                   TO PAYMENT-AMOUNT OF STO1-REC
           END-IF
           IF NEXT-RUN-DATE OF SOM2-COMM-AREA NOT = SPACES
               MOVE NEXT-RUN-DATE OF SOM2-COMM-AREA
                   TO NEXT-RUN-DATE OF STO1-REC
           END-IF
           MOVE SPACES TO NOTICE-DUE-DATE OF STO1-REC
           MOVE SPACES TO NOTICE-COLLECT-DATE OF STO1-REC
           EXEC SQL
               UPDATE STO1
               SET PAYMENT_AMOUNT = :STO1-REC.PAYMENT-AMOUNT,
                   NEXT_RUN_DATE = :STO1-REC.NEXT-RUN-DATE,
                   NOTICE_DUE_DATE = :STO1-REC.NOTICE-DUE-DATE,
                   NOTICE_COLLECT_DATE = :STO1-REC.NOTICE-COLLECT-DATE
               WHERE ORDER_ID = :STO1-REC.ORDER-ID
                 AND ACTIVE_FLAG IN ('Y', 'S')
           END-EXEC
           PERFORM CHECK-ORDER-UPDATE.

       CANCEL-ORDER.
      *> A suspended order cancels as well as a generating one - the
      *> row stays, flagged 'N', as SOM1 leaves it.
           EXEC SQL
               UPDATE STO1
               SET ACTIVE_FLAG = 'N'
               WHERE ORDER_ID = :SOM2-COMM-AREA.ORDER-ID
                 AND ACTIVE_FLAG IN ('Y', 'S')
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Order is not active or suspended'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO ORDER-STATUS OF SOM2-COMM-AREA
           END-EVALUATE.

       CHECK-ORDER-UPDATE.
      *> SQLERRD(3) (rows processed) tells apart "updated" from an
      *> order whose state moved on since it was read.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO ORDER-STATUS OF SOM2-COMM-AREA
                   MOVE 'Order changed meanwhile - list it again'
                       TO ERROR-MESSAGE OF SOM2-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO ORDER-STATUS OF SOM2-COMM-AREA
           END-EVALUATE.

       REPORT-SQL-ERROR.
           MOVE 'E' TO ORDER-STATUS OF SOM2-COMM-AREA
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF SOM2-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF SOM2-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF SOM2-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module SOM2 ended with status: "
               ORDER-STATUS OF SOM2-COMM-AREA.
           IF ORDER-STATUS OF SOM2-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF SOM2-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome -
      *> compliance review needs the failures too, the same row
      *> MDM1 writes for the mandates these orders collect under.
           MOVE 'SOM2' TO AUD1-MODULE-NAME
           MOVE ORDER-ID OF SOM2-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF SOM2-COMM-AREA TO AUD1-USER-ID
           MOVE ORDER-STATUS OF SOM2-COMM-AREA TO AUD1-STATUS
           MOVE RETURN-CODE OF SOM2-COMM-AREA TO AUD1-RETURN-CODE
           MOVE ERROR-MESSAGE OF SOM2-COMM-AREA
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF SOM2-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "SOM2: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
