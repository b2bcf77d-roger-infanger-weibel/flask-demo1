       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CTP1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CTP1REC.
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

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY CTM1.

       PROCEDURE DIVISION USING CTM1-COMM-AREA.
       MAIN-PROCESS.
      *> A relationship manager's decision on a tier change the
      *> month-end CTR1 run proposed. A vetoed change is never
      *> applied - the customer stays on the tier they have; a
      *> veto given in error can be taken back until the change
      *> would have been applied.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF PROPOSAL-STATUS-CODE NOT = 'V'
               EVALUATE ACTION-CODE OF CTM1-COMM-AREA
                   WHEN 'V'
                       PERFORM VETO-PROPOSAL
                   WHEN OTHER
                       PERFORM REINSTATE-PROPOSAL
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF CTM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF CTM1-COMM-AREA.
           MOVE SPACES TO PROPOSAL-STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF CTM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO PROPOSAL-STATUS-CODE
               MOVE IDV1-REASON TO ERROR-MESSAGE OF CTM1-COMM-AREA
           END-IF
           IF PROPOSAL-STATUS-CODE NOT = 'V'
               IF ACTION-CODE OF CTM1-COMM-AREA NOT = 'V'
                   AND ACTION-CODE OF CTM1-COMM-AREA NOT = 'R'
                   MOVE 'V' TO PROPOSAL-STATUS-CODE
                   MOVE 'Action must be V or R'
                       TO ERROR-MESSAGE OF CTM1-COMM-AREA
               END-IF
           END-IF
           IF PROPOSAL-STATUS-CODE NOT = 'V'
               AND EFFECTIVE-DATE OF CTM1-COMM-AREA = SPACES
               MOVE 'V' TO PROPOSAL-STATUS-CODE
               MOVE 'Effective date is required'
                   TO ERROR-MESSAGE OF CTM1-COMM-AREA
           END-IF.

       VETO-PROPOSAL.
      *> Only a change still pending can be vetoed - one the apply
      *> run has already written to CTF1 is past recall.
           EXEC SQL
               UPDATE CTP1
               SET PROPOSAL_STATUS = 'V',
                   STATUS_DATE = :WS-TODAY-ISO,
                   STATUS_USER = :CTM1-COMM-AREA.USER-ID
               WHERE CUSTOMER_ID = :CTM1-COMM-AREA.CUSTOMER-ID
                 AND EFFECTIVE_DATE = :CTM1-COMM-AREA.EFFECTIVE-DATE
                 AND PROPOSAL_STATUS = 'P'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO PROPOSAL-STATUS-CODE
                   MOVE 'No pending tier change for that date'
                       TO ERROR-MESSAGE OF CTM1-COMM-AREA
               WHEN SQLCODE = 0
                   MOVE 'S' TO PROPOSAL-STATUS-CODE
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       REINSTATE-PROPOSAL.
      *> Back to pending, so the apply run picks it up - not once
      *> the effective date has passed, since the month it was
      *> meant for has then started on the old tier.
           EXEC SQL
               UPDATE CTP1
               SET PROPOSAL_STATUS = 'P',
                   STATUS_DATE = :WS-TODAY-ISO,
                   STATUS_USER = :CTM1-COMM-AREA.USER-ID
               WHERE CUSTOMER_ID = :CTM1-COMM-AREA.CUSTOMER-ID
                 AND EFFECTIVE_DATE = :CTM1-COMM-AREA.EFFECTIVE-DATE
                 AND EFFECTIVE_DATE > :WS-TODAY-ISO
                 AND PROPOSAL_STATUS = 'V'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO PROPOSAL-STATUS-CODE
                   MOVE 'No vetoed tier change still to take effect'
                       TO ERROR-MESSAGE OF CTM1-COMM-AREA
               WHEN SQLCODE = 0
                   MOVE 'S' TO PROPOSAL-STATUS-CODE
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       SET-SQL-ERROR.
           MOVE 'E' TO PROPOSAL-STATUS-CODE
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF CTM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF CTM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF CTM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module CTM1 ended with status: "
               PROPOSAL-STATUS-CODE.
           IF PROPOSAL-STATUS-CODE = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF CTM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every decision gets a permanent row, whatever the outcome -
      *> on success the row names the action and the date.
           MOVE 'CTM1' TO AUD1-MODULE-NAME
           MOVE CUSTOMER-ID OF CTM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF CTM1-COMM-AREA TO AUD1-USER-ID
           MOVE PROPOSAL-STATUS-CODE TO AUD1-STATUS
           MOVE RETURN-CODE OF CTM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF PROPOSAL-STATUS-CODE = 'S'
               STRING ACTION-CODE OF CTM1-COMM-AREA ' '
                   EFFECTIVE-DATE OF CTM1-COMM-AREA
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF CTM1-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF CTM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "CTM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
