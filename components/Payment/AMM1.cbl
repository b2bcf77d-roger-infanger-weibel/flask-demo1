       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY AMC1SQL.
       COPY AMN1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AMC1REC.
       COPY AMN1REC.
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

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY AMM1.

       PROCEDURE DIVISION USING AMM1-COMM-AREA.
       MAIN-PROCESS.
      *> Works an AMS1 AML alert case through its lifecycle - open,
      *> taken into investigation, escalated to the reporting
      *> officer, closed - with the investigator's note written to
      *> AMN1 on every step, so the case file shows who decided
      *> what and why. The call itself lands on AUD1.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF ALERT-STATUS OF AMM1-COMM-AREA NOT = 'V'
               PERFORM FETCH-CASE
           END-IF
           IF ALERT-STATUS OF AMM1-COMM-AREA = 'S'
               PERFORM CHECK-ACTION-ALLOWED
           END-IF
           IF ALERT-STATUS OF AMM1-COMM-AREA = 'S'
               AND ACTION-CODE OF AMM1-COMM-AREA NOT = 'N'
               PERFORM UPDATE-CASE-STATUS
           END-IF
           PERFORM STAMP-TIMESTAMP
           IF ALERT-STATUS OF AMM1-COMM-AREA = 'S'
               PERFORM WRITE-CASE-NOTE
           END-IF
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF AMM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF AMM1-COMM-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF AMM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO ALERT-STATUS OF AMM1-COMM-AREA
               MOVE IDV1-REASON TO ERROR-MESSAGE OF AMM1-COMM-AREA
           END-IF
           IF ALERT-STATUS OF AMM1-COMM-AREA NOT = 'V'
               IF ACTION-CODE OF AMM1-COMM-AREA NOT = 'I'
                   AND ACTION-CODE OF AMM1-COMM-AREA NOT = 'E'
                   AND ACTION-CODE OF AMM1-COMM-AREA NOT = 'C'
                   AND ACTION-CODE OF AMM1-COMM-AREA NOT = 'N'
                   MOVE 'V' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE 'Action must be I, E, C or N'
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
               END-IF
           END-IF
           IF ALERT-STATUS OF AMM1-COMM-AREA NOT = 'V'
               AND NOTE-TEXT OF AMM1-COMM-AREA = SPACES
               MOVE 'V' TO ALERT-STATUS OF AMM1-COMM-AREA
               MOVE 'A note is required with every action'
                   TO ERROR-MESSAGE OF AMM1-COMM-AREA
           END-IF.

       FETCH-CASE.
           EXEC SQL
               SELECT ALERT_STATUS, ASSIGNED_USER
               INTO :AMC1-REC.ALERT-STATUS, :AMC1-REC.ASSIGNED-USER
               FROM AMC1
               WHERE CUSTOMER_ID = :AMM1-COMM-AREA.CUSTOMER-ID
                 AND SCENARIO_CODE = :AMM1-COMM-AREA.SCENARIO-CODE
                 AND RAISED_DATE = :AMM1-COMM-AREA.RAISED-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE 'No AML alert case with this key'
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF AMM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO ALERT-STATUS OF AMM1-COMM-AREA
           END-EVALUATE.

       CHECK-ACTION-ALLOWED.
      *> Open -> investigation -> escalated -> closed, with any
      *> step after open allowed to close. A closed case is the
      *> record as it stood - nothing more is written to it.
           EVALUATE TRUE
               WHEN ALERT-STATUS OF AMC1-REC = 'C'
                   MOVE 'X' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE 'Case is closed'
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
               WHEN ACTION-CODE OF AMM1-COMM-AREA = 'I'
                   AND ALERT-STATUS OF AMC1-REC NOT = 'O'
                   MOVE 'X' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE 'Only an open case can be taken up'
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
               WHEN ACTION-CODE OF AMM1-COMM-AREA = 'E'
                   AND ALERT-STATUS OF AMC1-REC = 'E'
                   MOVE 'X' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE 'Case is already escalated'
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
           END-EVALUATE.

       UPDATE-CASE-STATUS.
           EVALUATE ACTION-CODE OF AMM1-COMM-AREA
               WHEN 'I'
                   EXEC SQL
                       UPDATE AMC1
                       SET ALERT_STATUS = 'I',
                           ASSIGNED_USER = :AMM1-COMM-AREA.USER-ID
                       WHERE CUSTOMER_ID =
                             :AMM1-COMM-AREA.CUSTOMER-ID
                         AND SCENARIO_CODE =
                             :AMM1-COMM-AREA.SCENARIO-CODE
                         AND RAISED_DATE = :AMM1-COMM-AREA.RAISED-DATE
                         AND ALERT_STATUS = 'O'
                   END-EXEC
               WHEN 'E'
                   EXEC SQL
                       UPDATE AMC1
                       SET ALERT_STATUS = 'E',
                           ESCALATE_USER = :AMM1-COMM-AREA.USER-ID,
                           ESCALATE_DATE = :WS-CURRENT-DATE(1:10)
                       WHERE CUSTOMER_ID =
                             :AMM1-COMM-AREA.CUSTOMER-ID
                         AND SCENARIO_CODE =
                             :AMM1-COMM-AREA.SCENARIO-CODE
                         AND RAISED_DATE = :AMM1-COMM-AREA.RAISED-DATE
                         AND ALERT_STATUS IN ('O', 'I')
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       UPDATE AMC1
                       SET ALERT_STATUS = 'C',
                           CLOSE_USER = :AMM1-COMM-AREA.USER-ID,
                           CLOSE_DATE = :WS-CURRENT-DATE(1:10)
                       WHERE CUSTOMER_ID =
                             :AMM1-COMM-AREA.CUSTOMER-ID
                         AND SCENARIO_CODE =
                             :AMM1-COMM-AREA.SCENARIO-CODE
                         AND RAISED_DATE = :AMM1-COMM-AREA.RAISED-DATE
                         AND ALERT_STATUS <> 'C'
                   END-EXEC
           END-EVALUATE
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF AMM1-COMM-AREA
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO ALERT-STATUS OF AMM1-COMM-AREA
                   MOVE 'Case changed status under this call'
                       TO ERROR-MESSAGE OF AMM1-COMM-AREA
           END-EVALUATE.

       WRITE-CASE-NOTE.
           MOVE CUSTOMER-ID OF AMM1-COMM-AREA TO CUSTOMER-ID OF AMN1-REC
           MOVE SCENARIO-CODE OF AMM1-COMM-AREA
               TO SCENARIO-CODE OF AMN1-REC
           MOVE RAISED-DATE OF AMM1-COMM-AREA TO RAISED-DATE OF AMN1-REC
           MOVE TIMESTAMP OF AMM1-COMM-AREA TO NOTE-TIMESTAMP
           MOVE USER-ID OF AMM1-COMM-AREA TO NOTE-USER
           MOVE ACTION-CODE OF AMM1-COMM-AREA TO NOTE-ACTION
           MOVE NOTE-TEXT OF AMM1-COMM-AREA TO NOTE-TEXT OF AMN1-REC
           EXEC SQL
               INSERT INTO AMN1
                   (CUSTOMER_ID, SCENARIO_CODE, RAISED_DATE,
                    NOTE_TIMESTAMP, NOTE_USER, NOTE_ACTION, NOTE_TEXT)
               VALUES
                   (:AMN1-REC.CUSTOMER-ID, :AMN1-REC.SCENARIO-CODE,
                    :AMN1-REC.RAISED-DATE, :AMN1-REC.NOTE-TIMESTAMP,
                    :AMN1-REC.NOTE-USER, :AMN1-REC.NOTE-ACTION,
                    :AMN1-REC.NOTE-TEXT)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO ALERT-STATUS OF AMM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF AMM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF AMM1-COMM-AREA
           END-IF.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF AMM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module AMM1 ended with status: "
               ALERT-STATUS OF AMM1-COMM-AREA.
           IF ALERT-STATUS OF AMM1-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF AMM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome,
      *> through the shared AUD1 chain writer.
           MOVE 'AMM1' TO AUD1-MODULE-NAME
           MOVE SPACES TO AUD1-AUDIT-ID
           STRING CUSTOMER-ID OF AMM1-COMM-AREA
               SCENARIO-CODE OF AMM1-COMM-AREA
               DELIMITED BY SIZE INTO AUD1-AUDIT-ID
           MOVE USER-ID OF AMM1-COMM-AREA TO AUD1-USER-ID
           MOVE ALERT-STATUS OF AMM1-COMM-AREA TO AUD1-STATUS
           MOVE RETURN-CODE OF AMM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF ALERT-STATUS OF AMM1-COMM-AREA = 'S'
               STRING ACTION-CODE OF AMM1-COMM-AREA
                   ' ' RAISED-DATE OF AMM1-COMM-AREA
                   ' ' NOTE-TEXT OF AMM1-COMM-AREA
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF AMM1-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF AMM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "AMM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
