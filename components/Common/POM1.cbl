       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY POV1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY POV1REC.
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
       01  WS-OVERLAP-COUNT                   PIC S9(9) COMP.
       01  WS-EDIT-VALUE                      PIC -(7)9.99.

      *> Date format check - YYYY-MM-DD with a real month and day.
       01  WS-DATE-CHECK.
           05  WS-CHECK-YEAR                  PIC X(4).
           05  WS-CHECK-DASH-1                PIC X(1).
           05  WS-CHECK-MONTH                 PIC X(2).
           05  WS-CHECK-DASH-2                PIC X(1).
           05  WS-CHECK-DAY                   PIC X(2).
       01  WS-CHECK-MONTH-NUMBER              PIC 9(2).
       01  WS-CHECK-DAY-NUMBER                PIC 9(2).
       01  WS-DATE-SWITCH                     PIC X(1).
           88  WS-DATE-VALID                  VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY POM1.

       PROCEDURE DIVISION USING POM1-COMM-AREA.
       MAIN-PROCESS.
      *> Records a pricing concession a relationship manager agreed
      *> with a customer - a charge waived, fixed at a price of its
      *> own, or discounted by a percentage for a dated period - so
      *> TBL1 and LFE1 charge the agreed amount instead of the desk
      *> reversing the list charge by hand afterwards.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               EVALUATE ACTION-CODE OF POM1-COMM-AREA
                   WHEN 'A'
                       PERFORM ADD-OVERRIDE
                   WHEN OTHER
                       PERFORM CANCEL-OVERRIDE
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF POM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF POM1-COMM-AREA.
           MOVE SPACES TO OVERRIDE-STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF POM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO OVERRIDE-STATUS-CODE
               MOVE IDV1-REASON TO ERROR-MESSAGE OF POM1-COMM-AREA
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               IF ACTION-CODE OF POM1-COMM-AREA NOT = 'A'
                   AND ACTION-CODE OF POM1-COMM-AREA NOT = 'C'
                   MOVE 'V' TO OVERRIDE-STATUS-CODE
                   MOVE 'Action must be A or C'
                       TO ERROR-MESSAGE OF POM1-COMM-AREA
               END-IF
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               IF CHARGE-CODE OF POM1-COMM-AREA NOT = 'PAYC'
                   AND CHARGE-CODE OF POM1-COMM-AREA NOT = 'STMT'
                   AND CHARGE-CODE OF POM1-COMM-AREA NOT = 'RTRN'
                   AND CHARGE-CODE OF POM1-COMM-AREA NOT = 'LATE'
                   MOVE 'V' TO OVERRIDE-STATUS-CODE
                   MOVE 'Charge code must be PAYC, STMT, RTRN or LATE'
                       TO ERROR-MESSAGE OF POM1-COMM-AREA
               END-IF
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               MOVE START-DATE OF POM1-COMM-AREA TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FORMAT
               IF NOT WS-DATE-VALID
                   MOVE 'V' TO OVERRIDE-STATUS-CODE
                   MOVE 'Start date must be YYYY-MM-DD'
                       TO ERROR-MESSAGE OF POM1-COMM-AREA
               END-IF
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               AND ACTION-CODE OF POM1-COMM-AREA = 'A'
               PERFORM VALIDATE-ADD
           END-IF.

       VALIDATE-ADD.
           MOVE END-DATE OF POM1-COMM-AREA TO WS-DATE-CHECK
           PERFORM CHECK-DATE-FORMAT
           IF NOT WS-DATE-VALID
               MOVE 'V' TO OVERRIDE-STATUS-CODE
               MOVE 'End date must be YYYY-MM-DD'
                   TO ERROR-MESSAGE OF POM1-COMM-AREA
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               AND END-DATE OF POM1-COMM-AREA
                   < START-DATE OF POM1-COMM-AREA
               MOVE 'V' TO OVERRIDE-STATUS-CODE
               MOVE 'End date cannot be before the start date'
                   TO ERROR-MESSAGE OF POM1-COMM-AREA
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               AND END-DATE OF POM1-COMM-AREA < WS-TODAY-ISO
               MOVE 'V' TO OVERRIDE-STATUS-CODE
               MOVE 'End date cannot be in the past'
                   TO ERROR-MESSAGE OF POM1-COMM-AREA
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               EVALUATE OVERRIDE-TYPE OF POM1-COMM-AREA
                   WHEN 'W'
                       MOVE 0 TO OVERRIDE-VALUE OF POM1-COMM-AREA
                   WHEN 'F'
                       IF OVERRIDE-VALUE OF POM1-COMM-AREA < 0
                           MOVE 'V' TO OVERRIDE-STATUS-CODE
                           MOVE 'Fixed price cannot be negative'
                               TO ERROR-MESSAGE OF POM1-COMM-AREA
                       END-IF
                   WHEN 'D'
                       IF OVERRIDE-VALUE OF POM1-COMM-AREA NOT > 0
                           OR OVERRIDE-VALUE OF POM1-COMM-AREA > 100
                           MOVE 'V' TO OVERRIDE-STATUS-CODE
                           MOVE 'Discount must be 0.01 to 100 percent'
                               TO ERROR-MESSAGE OF POM1-COMM-AREA
                       END-IF
                   WHEN OTHER
                       MOVE 'V' TO OVERRIDE-STATUS-CODE
                       MOVE 'Override type must be W, F or D'
                           TO ERROR-MESSAGE OF POM1-COMM-AREA
               END-EVALUATE
           END-IF
           IF OVERRIDE-STATUS-CODE NOT = 'V'
               IF APPROVER-ID OF POM1-COMM-AREA = SPACES
                   OR APPROVER-ID OF POM1-COMM-AREA
                      = USER-ID OF POM1-COMM-AREA
                   MOVE 'V' TO OVERRIDE-STATUS-CODE
                   MOVE 'Approver must be given and not the keyer'
                       TO ERROR-MESSAGE OF POM1-COMM-AREA
               END-IF
           END-IF.

       CHECK-DATE-FORMAT.
           MOVE 'Y' TO WS-DATE-SWITCH
           IF WS-CHECK-YEAR IS NOT NUMERIC
               OR WS-CHECK-MONTH IS NOT NUMERIC
               OR WS-CHECK-DAY IS NOT NUMERIC
               OR WS-CHECK-DASH-1 NOT = '-'
               OR WS-CHECK-DASH-2 NOT = '-'
               MOVE 'N' TO WS-DATE-SWITCH
           ELSE
               MOVE WS-CHECK-MONTH TO WS-CHECK-MONTH-NUMBER
               MOVE WS-CHECK-DAY TO WS-CHECK-DAY-NUMBER
               IF WS-CHECK-MONTH-NUMBER < 1
                   OR WS-CHECK-MONTH-NUMBER > 12
                   OR WS-CHECK-DAY-NUMBER < 1
                   OR WS-CHECK-DAY-NUMBER > 31
                   MOVE 'N' TO WS-DATE-SWITCH
               END-IF
           END-IF.

       ADD-OVERRIDE.
      *> Two concessions on the same charge in force on the same day
      *> would leave the pricing runs to guess - the period must
      *> clear every active one already agreed.
           MOVE 0 TO WS-OVERLAP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OVERLAP-COUNT
               FROM POV1
               WHERE CUSTOMER_ID = :POM1-COMM-AREA.CUSTOMER-ID
                 AND CHARGE_CODE = :POM1-COMM-AREA.CHARGE-CODE
                 AND OVERRIDE_STATUS = 'A'
                 AND START_DATE <= :POM1-COMM-AREA.END-DATE
                 AND END_DATE >= :POM1-COMM-AREA.START-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM SET-SQL-ERROR
               WHEN WS-OVERLAP-COUNT > 0
                   MOVE 'X' TO OVERRIDE-STATUS-CODE
                   MOVE 'Period overlaps an active concession'
                       TO ERROR-MESSAGE OF POM1-COMM-AREA
               WHEN OTHER
                   PERFORM INSERT-OVERRIDE
           END-EVALUATE.

       INSERT-OVERRIDE.
           MOVE CUSTOMER-ID OF POM1-COMM-AREA TO CUSTOMER-ID OF POV1-REC
           MOVE CHARGE-CODE OF POM1-COMM-AREA TO CHARGE-CODE OF POV1-REC
           MOVE START-DATE OF POM1-COMM-AREA TO START-DATE OF POV1-REC
           MOVE END-DATE OF POM1-COMM-AREA TO END-DATE OF POV1-REC
           MOVE OVERRIDE-TYPE OF POM1-COMM-AREA
               TO OVERRIDE-TYPE OF POV1-REC
           MOVE OVERRIDE-VALUE OF POM1-COMM-AREA
               TO OVERRIDE-VALUE OF POV1-REC
           MOVE 'A' TO OVERRIDE-STATUS OF POV1-REC
           MOVE USER-ID OF POM1-COMM-AREA TO ENTRY-USER OF POV1-REC
           MOVE APPROVER-ID OF POM1-COMM-AREA
               TO APPROVED-USER OF POV1-REC
           MOVE WS-TODAY-ISO TO STATUS-DATE OF POV1-REC
           EXEC SQL
               INSERT INTO POV1
                   (CUSTOMER_ID, CHARGE_CODE, START_DATE, END_DATE,
                    OVERRIDE_TYPE, OVERRIDE_VALUE, OVERRIDE_STATUS,
                    ENTRY_USER, APPROVED_USER, STATUS_DATE)
               VALUES
                   (:POV1-REC.CUSTOMER-ID, :POV1-REC.CHARGE-CODE,
                    :POV1-REC.START-DATE, :POV1-REC.END-DATE,
                    :POV1-REC.OVERRIDE-TYPE, :POV1-REC.OVERRIDE-VALUE,
                    :POV1-REC.OVERRIDE-STATUS, :POV1-REC.ENTRY-USER,
                    :POV1-REC.APPROVED-USER, :POV1-REC.STATUS-DATE)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'S' TO OVERRIDE-STATUS-CODE
               WHEN SQLCODE = -803
                   MOVE 'X' TO OVERRIDE-STATUS-CODE
                   MOVE 'A concession already starts on that date'
                       TO ERROR-MESSAGE OF POM1-COMM-AREA
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       CANCEL-OVERRIDE.
      *> Charges already made under the concession stand, and their
      *> POF1 rows stay on the revenue-forgone report.
           EXEC SQL
               UPDATE POV1
               SET OVERRIDE_STATUS = 'C',
                   STATUS_DATE = :WS-TODAY-ISO
               WHERE CUSTOMER_ID = :POM1-COMM-AREA.CUSTOMER-ID
                 AND CHARGE_CODE = :POM1-COMM-AREA.CHARGE-CODE
                 AND START_DATE = :POM1-COMM-AREA.START-DATE
                 AND OVERRIDE_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO OVERRIDE-STATUS-CODE
                   MOVE 'No active concession starting on that date'
                       TO ERROR-MESSAGE OF POM1-COMM-AREA
               WHEN SQLCODE = 0
                   MOVE 'S' TO OVERRIDE-STATUS-CODE
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       SET-SQL-ERROR.
           MOVE 'E' TO OVERRIDE-STATUS-CODE
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF POM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF POM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF POM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module POM1 ended with status: "
               OVERRIDE-STATUS-CODE.
           IF OVERRIDE-STATUS-CODE = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF POM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome -
      *> on an add the row names the charge, terms and approver.
           MOVE 'POM1' TO AUD1-MODULE-NAME
           MOVE CUSTOMER-ID OF POM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF POM1-COMM-AREA TO AUD1-USER-ID
           MOVE OVERRIDE-STATUS-CODE TO AUD1-STATUS
           MOVE RETURN-CODE OF POM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF OVERRIDE-STATUS-CODE = 'S'
               MOVE OVERRIDE-VALUE OF POM1-COMM-AREA TO WS-EDIT-VALUE
               STRING ACTION-CODE OF POM1-COMM-AREA ' '
                   CHARGE-CODE OF POM1-COMM-AREA ' '
                   START-DATE OF POM1-COMM-AREA ' '
                   END-DATE OF POM1-COMM-AREA ' '
                   OVERRIDE-TYPE OF POM1-COMM-AREA ' '
                   WS-EDIT-VALUE ' '
                   APPROVER-ID OF POM1-COMM-AREA
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF POM1-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF POM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "POM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
