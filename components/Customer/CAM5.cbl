       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CAM5.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CAD1PSQL.
       COPY CAD1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1PREC.
       COPY CAD1REC.
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

      *> Shared postal-format validation
       COPY ADV1.
       01  ADV1-PGM                           PIC X(8) VALUE 'ADV1'.

       01  WS-CURRENT-DATE                    PIC X(21).
       01  WS-TODAY-ISO                       PIC X(10).
       01  WS-CUSTOMER-COUNT                  PIC S9(9) COMP.
       01  WS-ADDRESS-IN-FORCE                PIC X(60).

      *> Effective-date format check - YYYY-MM-DD with a real month
      *> and a day the month could have.
       01  WS-DATE-CHECK.
           05  WS-CHECK-YEAR                  PIC X(4).
           05  WS-CHECK-DASH-1                PIC X(1).
           05  WS-CHECK-MONTH                 PIC X(2).
           05  WS-CHECK-DASH-2                PIC X(1).
           05  WS-CHECK-DAY                   PIC X(2).
       01  WS-CHECK-MONTH-NUMBER              PIC 9(2).
       01  WS-CHECK-DAY-NUMBER                PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY CAM5.

       PROCEDURE DIVISION USING CAM5-COMM-AREA.
       MAIN-PROCESS.
      *> Keeps the purpose addresses a customer holds beside CAD1's
      *> single CUSTOMER-ADDRESS - a corporate's registered office,
      *> its accounts-payable mailing address, where statements go,
      *> where legal notices go. Each change is a new effective-dated
      *> CAD1_ADDR row, so the history stays the way CAD1_HIST keeps
      *> it; ADS1 picks the one in force for a document.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF ADDRESS-STATUS NOT = 'V' AND ADDRESS-STATUS NOT = 'X'
               IF ACTION-CODE OF CAM5-COMM-AREA = 'S'
                   PERFORM SET-PURPOSE-ADDRESS
               ELSE
                   PERFORM REMOVE-PURPOSE-ADDRESS
               END-IF
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF CAM5-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF CAM5-COMM-AREA.
           MOVE SPACES TO ADDRESS-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.
           IF EFFECTIVE-DATE OF CAM5-COMM-AREA = SPACES
               MOVE WS-TODAY-ISO TO EFFECTIVE-DATE OF CAM5-COMM-AREA.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF CAM5-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO ADDRESS-STATUS
               MOVE IDV1-REASON TO ERROR-MESSAGE OF CAM5-COMM-AREA
           END-IF
           IF ADDRESS-STATUS NOT = 'V'
               IF ACTION-CODE OF CAM5-COMM-AREA NOT = 'S'
                   AND ACTION-CODE OF CAM5-COMM-AREA NOT = 'R'
                   MOVE 'V' TO ADDRESS-STATUS
                   MOVE 'Action must be S or R'
                       TO ERROR-MESSAGE OF CAM5-COMM-AREA
               END-IF
           END-IF
           IF ADDRESS-STATUS NOT = 'V'
               IF ADDRESS-PURPOSE OF CAM5-COMM-AREA NOT = 'REGD'
                   AND ADDRESS-PURPOSE OF CAM5-COMM-AREA NOT = 'MAIL'
                   AND ADDRESS-PURPOSE OF CAM5-COMM-AREA NOT = 'STMT'
                   AND ADDRESS-PURPOSE OF CAM5-COMM-AREA NOT = 'LEGL'
                   MOVE 'V' TO ADDRESS-STATUS
                   MOVE 'Purpose must be REGD, MAIL, STMT or LEGL'
                       TO ERROR-MESSAGE OF CAM5-COMM-AREA
               END-IF
           END-IF
           IF ADDRESS-STATUS NOT = 'V'
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF
           IF ADDRESS-STATUS NOT = 'V'
               AND ACTION-CODE OF CAM5-COMM-AREA = 'S'
               PERFORM VALIDATE-POSTAL-FORMAT
           END-IF
           IF ADDRESS-STATUS NOT = 'V'
               PERFORM CHECK-CUSTOMER-EXISTS
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
      *> History is never rewritten - a change takes effect today or
      *> later, the way CAD1_HIST only ever gains today's row.
           MOVE EFFECTIVE-DATE OF CAM5-COMM-AREA TO WS-DATE-CHECK
           IF WS-CHECK-YEAR IS NOT NUMERIC
               OR WS-CHECK-MONTH IS NOT NUMERIC
               OR WS-CHECK-DAY IS NOT NUMERIC
               OR WS-CHECK-DASH-1 NOT = '-'
               OR WS-CHECK-DASH-2 NOT = '-'
               MOVE 'V' TO ADDRESS-STATUS
               MOVE 'Effective date must be YYYY-MM-DD'
                   TO ERROR-MESSAGE OF CAM5-COMM-AREA
           ELSE
               MOVE WS-CHECK-MONTH TO WS-CHECK-MONTH-NUMBER
               MOVE WS-CHECK-DAY TO WS-CHECK-DAY-NUMBER
               IF WS-CHECK-MONTH-NUMBER < 1
                   OR WS-CHECK-MONTH-NUMBER > 12
                   OR WS-CHECK-DAY-NUMBER < 1
                   OR WS-CHECK-DAY-NUMBER > 31
                   MOVE 'V' TO ADDRESS-STATUS
                   MOVE 'Effective date is not a real date'
                       TO ERROR-MESSAGE OF CAM5-COMM-AREA
               ELSE
                   IF EFFECTIVE-DATE OF CAM5-COMM-AREA < WS-TODAY-ISO
                       MOVE 'V' TO ADDRESS-STATUS
                       MOVE 'Effective date cannot be in the past'
                           TO ERROR-MESSAGE OF CAM5-COMM-AREA
                   END-IF
               END-IF
           END-IF.

       VALIDATE-POSTAL-FORMAT.
      *> The same shared ADV1 rules CAM2 and CLD1 hold CAD1's
      *> address to - a purpose address the mailing house would
      *> bounce is refused here too.
           MOVE PURPOSE-ADDRESS OF CAM5-COMM-AREA TO ADV1-ADDRESS
           CALL ADV1-PGM USING ADV1-COMM-AREA
           IF NOT ADV1-ADDRESS-VALID
               MOVE 'V' TO ADDRESS-STATUS
               MOVE ADV1-REASON TO ERROR-MESSAGE OF CAM5-COMM-AREA
           END-IF.

       CHECK-CUSTOMER-EXISTS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CUSTOMER-COUNT
               FROM CAD1
               WHERE CUSTOMER_ID = :CAM5-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CUSTOMER-COUNT = 0
               MOVE 'X' TO ADDRESS-STATUS
               MOVE 'Customer is not on CAD1'
                   TO ERROR-MESSAGE OF CAM5-COMM-AREA
           END-IF.

       SET-PURPOSE-ADDRESS.
           MOVE PURPOSE-ADDRESS OF CAM5-COMM-AREA
               TO PURPOSE-ADDRESS OF CAD1-ADDR-REC
           PERFORM WRITE-ADDRESS-ROW.

       REMOVE-PURPOSE-ADDRESS.
      *> A removal is a row of spaces from the effective date - the
      *> old address stays on the history, and ADS1 falls back to
      *> CAD1's address from then on.
           MOVE SPACES TO WS-ADDRESS-IN-FORCE
           EXEC SQL
               SELECT PURPOSE_ADDRESS
               INTO :WS-ADDRESS-IN-FORCE
               FROM CAD1_ADDR
               WHERE CUSTOMER_ID = :CAM5-COMM-AREA.CUSTOMER-ID
                 AND ADDRESS_PURPOSE = :CAM5-COMM-AREA.ADDRESS-PURPOSE
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE) FROM CAD1_ADDR
                      WHERE CUSTOMER_ID = :CAM5-COMM-AREA.CUSTOMER-ID
                        AND ADDRESS_PURPOSE =
                            :CAM5-COMM-AREA.ADDRESS-PURPOSE)
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-ADDRESS-IN-FORCE = SPACES
               MOVE 'X' TO ADDRESS-STATUS
               MOVE 'No address on file for the purpose'
                   TO ERROR-MESSAGE OF CAM5-COMM-AREA
           ELSE
               MOVE SPACES TO PURPOSE-ADDRESS OF CAD1-ADDR-REC
               PERFORM WRITE-ADDRESS-ROW
           END-IF.

       WRITE-ADDRESS-ROW.
      *> A second change on the same effective date corrects that
      *> day's row rather than stacking another one.
           MOVE CUSTOMER-ID OF CAM5-COMM-AREA
               TO CUSTOMER-ID OF CAD1-ADDR-REC
           MOVE ADDRESS-PURPOSE OF CAM5-COMM-AREA
               TO ADDRESS-PURPOSE OF CAD1-ADDR-REC
           MOVE EFFECTIVE-DATE OF CAM5-COMM-AREA
               TO EFFECTIVE-DATE OF CAD1-ADDR-REC
           MOVE USER-ID OF CAM5-COMM-AREA
               TO CHANGE-USER OF CAD1-ADDR-REC
           EXEC SQL
               INSERT INTO CAD1_ADDR
                   (CUSTOMER_ID, ADDRESS_PURPOSE, EFFECTIVE_DATE,
                    PURPOSE_ADDRESS, CHANGE_USER)
               VALUES
                   (:CAD1-ADDR-REC.CUSTOMER-ID,
                    :CAD1-ADDR-REC.ADDRESS-PURPOSE,
                    :CAD1-ADDR-REC.EFFECTIVE-DATE,
                    :CAD1-ADDR-REC.PURPOSE-ADDRESS,
                    :CAD1-ADDR-REC.CHANGE-USER)
           END-EXEC
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE CAD1_ADDR
                   SET PURPOSE_ADDRESS = :CAD1-ADDR-REC.PURPOSE-ADDRESS,
                       CHANGE_USER = :CAD1-ADDR-REC.CHANGE-USER
                   WHERE CUSTOMER_ID = :CAD1-ADDR-REC.CUSTOMER-ID
                     AND ADDRESS_PURPOSE =
                         :CAD1-ADDR-REC.ADDRESS-PURPOSE
                     AND EFFECTIVE_DATE = :CAD1-ADDR-REC.EFFECTIVE-DATE
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE 'S' TO ADDRESS-STATUS
           ELSE
               MOVE 'E' TO ADDRESS-STATUS
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF CAM5-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF CAM5-COMM-AREA
           END-IF.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF CAM5-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module CAM5 ended with status: " ADDRESS-STATUS.
           IF ADDRESS-STATUS = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF CAM5-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome -
      *> on success the row names the purpose and effective date.
           MOVE 'CAM5' TO AUD1-MODULE-NAME
           MOVE CUSTOMER-ID OF CAM5-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF CAM5-COMM-AREA TO AUD1-USER-ID
           MOVE ADDRESS-STATUS TO AUD1-STATUS
           MOVE RETURN-CODE OF CAM5-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF ADDRESS-STATUS = 'S'
               STRING ACTION-CODE OF CAM5-COMM-AREA ' '
                   ADDRESS-PURPOSE OF CAM5-COMM-AREA ' '
                   EFFECTIVE-DATE OF CAM5-COMM-AREA ' '
                   PURPOSE-ADDRESS OF CAM5-COMM-AREA
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF CAM5-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF CAM5-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "CAM5: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
