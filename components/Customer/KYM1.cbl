       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KYM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY KYR1SQL.
       COPY CRR1SQL.
       COPY CAD1SQL.
       COPY CFG1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY KYR1REC.
       COPY CRR1REC.
       COPY CAD1REC.
       COPY CFG1REC.
       COPY AUD1REC.

      *> A re-rating decided at review goes on through CRM1, so the
      *> CRR1 row and its audit trail look the same as any other.
       COPY CRM1.
       01  CRM1-PGM                         PIC X(8) VALUE 'CRM1'.

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

      *> Review cycle by rating, in years, and the grace period
      *> after the due date before payments stop, in days - CFG1
      *> parameters KYC-CYCLE-YEARS-H/-M/-L and KYC-GRACE-DAYS,
      *> defaulting to policy: high risk every year, medium every
      *> three, low every five, thirty days' grace.
       01  WS-CYCLE-PARM.
           05  FILLER                         PIC X(16)
               VALUE 'KYC-CYCLE-YEARS-'.
           05  WS-CYCLE-PARM-RATING           PIC X(1).
           05  FILLER                         PIC X(3) VALUE SPACES.
       01  WS-GRACE-PARM                      PIC X(20)
           VALUE 'KYC-GRACE-DAYS'.
       01  WS-CYCLE-YEARS                     PIC S9(3) COMP.
       01  WS-GRACE-DAYS                      PIC S9(5) COMP.

       01  WS-CURRENT-RATING                  PIC X(1).
       01  WS-REVIEW-SWITCH                   PIC X(1).
           88  WS-REVIEW-ROW-FOUND            VALUE 'Y'.

      *> Date arithmetic work fields
       01  WS-BASE-DATE                       PIC X(10).
       01  WS-DATE-DIGITS                     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  WS-DATE-YEAR                   PIC 9(4).
           05  WS-DATE-MONTH                  PIC 9(2).
           05  WS-DATE-DAY                    PIC 9(2).
       01  WS-DATE-INTEGER                    PIC S9(9) COMP.

       01  WS-AUDIT-TEXT                      PIC X(100).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY KYM1.

       PROCEDURE DIVISION USING KYM1-COMM-AREA.
       MAIN-PROCESS.
      *> Keeps a customer's periodic KYC review cycle on KYR1. A
      *> reviewer records a completed review ('R') - passed, the
      *> cycle restarts from today at the customer's rating;
      *> failed, the customer is blocked at once and referred for
      *> exit. KYW1 reschedules ('S') a customer whose rating has
      *> moved since the due date was worked out.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'V'
               AND ACTION-CODE OF KYM1-COMM-AREA = 'R'
               AND RISK-RATING OF KYM1-COMM-AREA NOT = SPACE
               PERFORM APPLY-RATING-CHANGE
           END-IF
           IF REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'V'
               AND REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'E'
               PERFORM READ-CURRENT-RATING
               PERFORM LOAD-CYCLE-SETTINGS
               PERFORM READ-REVIEW-ROW
               PERFORM WORK-OUT-DUE-DATES
               PERFORM REPLACE-REVIEW-ROW
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF KYM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF KYM1-COMM-AREA.
           MOVE SPACES TO REVIEW-STATUS OF KYM1-COMM-AREA.
           MOVE SPACES TO NEXT-DUE-DATE OF KYM1-COMM-AREA.
           MOVE SPACES TO BLOCK-DATE OF KYM1-COMM-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF KYM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO REVIEW-STATUS OF KYM1-COMM-AREA
               MOVE IDV1-REASON TO ERROR-MESSAGE OF KYM1-COMM-AREA
           END-IF
           IF REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'V'
               IF ACTION-CODE OF KYM1-COMM-AREA NOT = 'R'
                   AND ACTION-CODE OF KYM1-COMM-AREA NOT = 'S'
                   MOVE 'V' TO REVIEW-STATUS OF KYM1-COMM-AREA
                   MOVE 'Action must be R or S'
                       TO ERROR-MESSAGE OF KYM1-COMM-AREA
               END-IF
           END-IF
           IF REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'V'
               AND ACTION-CODE OF KYM1-COMM-AREA = 'R'
               PERFORM VALIDATE-REVIEW-FIELDS
           END-IF
           IF REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'V'
               EXEC SQL
                   SELECT CUSTOMER_DATE
                   INTO :CAD1-REC.CUSTOMER-DATE
                   FROM CAD1
                   WHERE CUSTOMER_ID = :KYM1-COMM-AREA.CUSTOMER-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'V' TO REVIEW-STATUS OF KYM1-COMM-AREA
                   MOVE 'Customer is not on CAD1'
                       TO ERROR-MESSAGE OF KYM1-COMM-AREA
               END-IF
           END-IF.

       VALIDATE-REVIEW-FIELDS.
           IF REVIEW-OUTCOME OF KYM1-COMM-AREA NOT = 'P'
               AND REVIEW-OUTCOME OF KYM1-COMM-AREA NOT = 'F'
               MOVE 'V' TO REVIEW-STATUS OF KYM1-COMM-AREA
               MOVE 'Outcome must be P (passed) or F (failed)'
                   TO ERROR-MESSAGE OF KYM1-COMM-AREA
           END-IF
           IF REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'V'
               AND RISK-RATING OF KYM1-COMM-AREA NOT = SPACE
               AND RISK-RATING OF KYM1-COMM-AREA NOT = 'L'
               AND RISK-RATING OF KYM1-COMM-AREA NOT = 'M'
               AND RISK-RATING OF KYM1-COMM-AREA NOT = 'H'
               MOVE 'V' TO REVIEW-STATUS OF KYM1-COMM-AREA
               MOVE 'Rating must be L, M, H or blank'
                   TO ERROR-MESSAGE OF KYM1-COMM-AREA
           END-IF
           IF REVIEW-STATUS OF KYM1-COMM-AREA NOT = 'V'
               AND REVIEW-NOTE OF KYM1-COMM-AREA = SPACES
               MOVE 'V' TO REVIEW-STATUS OF KYM1-COMM-AREA
               MOVE 'A review note is required'
                   TO ERROR-MESSAGE OF KYM1-COMM-AREA
           END-IF.

       APPLY-RATING-CHANGE.
           MOVE SPACES TO CRM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF CRM1-COMM-AREA
           MOVE 'KYM1' TO MAIN-NAME OF CRM1-COMM-AREA
           MOVE CUSTOMER-ID OF KYM1-COMM-AREA
               TO CUSTOMER-ID OF CRM1-COMM-AREA
           MOVE RISK-RATING OF KYM1-COMM-AREA
               TO RISK-RATING OF CRM1-COMM-AREA
           MOVE USER-ID OF KYM1-COMM-AREA TO USER-ID OF CRM1-COMM-AREA
           CALL CRM1-PGM USING CRM1-COMM-AREA
           IF RATING-STATUS OF CRM1-COMM-AREA NOT = 'S'
               MOVE 'E' TO REVIEW-STATUS OF KYM1-COMM-AREA
               MOVE ERROR-MESSAGE OF CRM1-COMM-AREA
                   TO ERROR-MESSAGE OF KYM1-COMM-AREA
               MOVE RETURN-CODE OF CRM1-COMM-AREA
                   TO RETURN-CODE OF KYM1-COMM-AREA
           END-IF.

       READ-CURRENT-RATING.
      *> No CRR1 row rates 'M', the same default PAM7 applies.
           MOVE 'M' TO WS-CURRENT-RATING
           EXEC SQL
               SELECT RISK_RATING
               INTO :CRR1-REC.RISK-RATING
               FROM CRR1
               WHERE CUSTOMER_ID = :KYM1-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE RISK-RATING OF CRR1-REC TO WS-CURRENT-RATING
           END-IF.

       LOAD-CYCLE-SETTINGS.
           EVALUATE WS-CURRENT-RATING
               WHEN 'H'
                   MOVE 1 TO WS-CYCLE-YEARS
               WHEN 'L'
                   MOVE 5 TO WS-CYCLE-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-CYCLE-YEARS
           END-EVALUATE
           MOVE WS-CURRENT-RATING TO WS-CYCLE-PARM-RATING
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :WS-CYCLE-PARM
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-CYCLE-YEARS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           MOVE 30 TO WS-GRACE-DAYS
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :WS-GRACE-PARM
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-GRACE-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF.

       READ-REVIEW-ROW.
           MOVE 'N' TO WS-REVIEW-SWITCH
           EXEC SQL
               SELECT LAST_REVIEW_DATE, LAST_OUTCOME, LAST_REVIEW_USER
               INTO :KYR1-REC.LAST-REVIEW-DATE,
                    :KYR1-REC.LAST-OUTCOME,
                    :KYR1-REC.LAST-REVIEW-USER
               FROM KYR1
               WHERE CUSTOMER_ID = :KYM1-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               SET WS-REVIEW-ROW-FOUND TO TRUE
           ELSE
      *> A customer never reviewed runs from onboarding - the checks
      *> done when the customer was taken on count as the first.
               MOVE CUSTOMER-DATE OF CAD1-REC
                   TO LAST-REVIEW-DATE OF KYR1-REC
               MOVE 'O' TO LAST-OUTCOME OF KYR1-REC
               MOVE SPACES TO LAST-REVIEW-USER OF KYR1-REC
           END-IF
           IF ACTION-CODE OF KYM1-COMM-AREA = 'R'
               MOVE WS-TODAY-ISO TO LAST-REVIEW-DATE OF KYR1-REC
               MOVE REVIEW-OUTCOME OF KYM1-COMM-AREA
                   TO LAST-OUTCOME OF KYR1-REC
               MOVE USER-ID OF KYM1-COMM-AREA
                   TO LAST-REVIEW-USER OF KYR1-REC
           END-IF.

       WORK-OUT-DUE-DATES.
      *> A failed review blocks from the day it is recorded, and a
      *> reschedule does not lift that - only a passed review does.
           MOVE CUSTOMER-ID OF KYM1-COMM-AREA TO CUSTOMER-ID OF KYR1-REC
           MOVE WS-CURRENT-RATING TO DUE-RATING OF KYR1-REC
           IF LAST-OUTCOME OF KYR1-REC = 'F'
               MOVE LAST-REVIEW-DATE OF KYR1-REC
                   TO NEXT-DUE-DATE OF KYR1-REC
               MOVE LAST-REVIEW-DATE OF KYR1-REC
                   TO BLOCK-DATE OF KYR1-REC
           ELSE
               MOVE LAST-REVIEW-DATE OF KYR1-REC TO WS-BASE-DATE
               PERFORM ADD-CYCLE-YEARS
               MOVE WS-BASE-DATE TO NEXT-DUE-DATE OF KYR1-REC
      *> Blocked from the day after the grace period runs out.
               STRING WS-BASE-DATE(1:4) WS-BASE-DATE(6:2)
                      WS-BASE-DATE(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-DIGITS
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
                   + WS-GRACE-DAYS + 1
               COMPUTE WS-DATE-DIGITS =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                      WS-DATE-DIGITS(7:2)
                      DELIMITED BY SIZE INTO BLOCK-DATE OF KYR1-REC
           END-IF
           MOVE NEXT-DUE-DATE OF KYR1-REC
               TO NEXT-DUE-DATE OF KYM1-COMM-AREA
           MOVE BLOCK-DATE OF KYR1-REC TO BLOCK-DATE OF KYM1-COMM-AREA.

       ADD-CYCLE-YEARS.
      *> Same day and month, the cycle's years on - a 29 February
      *> review falls due on 28 February outside a leap year.
           STRING WS-BASE-DATE(1:4) WS-BASE-DATE(6:2)
                  WS-BASE-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           ADD WS-CYCLE-YEARS TO WS-DATE-YEAR
           IF WS-DATE-MONTH = 2 AND WS-DATE-DAY = 29
               IF FUNCTION MOD(WS-DATE-YEAR, 4) NOT = 0
                   OR (FUNCTION MOD(WS-DATE-YEAR, 100) = 0
                       AND FUNCTION MOD(WS-DATE-YEAR, 400) NOT = 0)
                   MOVE 28 TO WS-DATE-DAY
               END-IF
           END-IF
           MOVE SPACES TO WS-BASE-DATE
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-BASE-DATE.

       REPLACE-REVIEW-ROW.
      *> Delete-then-insert, as CRM1 keeps CRR1 - a re-driven call
      *> is harmless.
           EXEC SQL
               DELETE FROM KYR1
               WHERE CUSTOMER_ID = :KYM1-COMM-AREA.CUSTOMER-ID
           END-EXEC
           EXEC SQL
               INSERT INTO KYR1
                   (CUSTOMER_ID, LAST_REVIEW_DATE, LAST_OUTCOME,
                    LAST_REVIEW_USER, DUE_RATING, NEXT_DUE_DATE,
                    BLOCK_DATE)
               VALUES
                   (:KYR1-REC.CUSTOMER-ID, :KYR1-REC.LAST-REVIEW-DATE,
                    :KYR1-REC.LAST-OUTCOME,
                    :KYR1-REC.LAST-REVIEW-USER, :KYR1-REC.DUE-RATING,
                    :KYR1-REC.NEXT-DUE-DATE, :KYR1-REC.BLOCK-DATE)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO REVIEW-STATUS OF KYM1-COMM-AREA
           ELSE
               MOVE 'E' TO REVIEW-STATUS OF KYM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF KYM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF KYM1-COMM-AREA
           END-IF.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF KYM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module KYM1 ended with status: "
               REVIEW-STATUS OF KYM1-COMM-AREA.
           IF REVIEW-STATUS OF KYM1-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF KYM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome - on
      *> a recorded review the row carries the outcome, the next
      *> due date and the reviewer's note.
           MOVE 'KYM1' TO AUD1-MODULE-NAME
           MOVE CUSTOMER-ID OF KYM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF KYM1-COMM-AREA TO AUD1-USER-ID
           MOVE REVIEW-STATUS OF KYM1-COMM-AREA TO AUD1-STATUS
           MOVE RETURN-CODE OF KYM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           IF REVIEW-STATUS OF KYM1-COMM-AREA = 'S'
               STRING ACTION-CODE OF KYM1-COMM-AREA
                   REVIEW-OUTCOME OF KYM1-COMM-AREA
                   ' DUE ' NEXT-DUE-DATE OF KYM1-COMM-AREA
                   ' ' REVIEW-NOTE OF KYM1-COMM-AREA
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           ELSE
               MOVE ERROR-MESSAGE OF KYM1-COMM-AREA TO WS-AUDIT-TEXT
           END-IF
           MOVE WS-AUDIT-TEXT TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF KYM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "KYM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
