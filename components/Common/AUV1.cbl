       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUV1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY AUD1SQL.
       COPY AUC1SQL.
       COPY BDR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AUD1REC.
       COPY AUC1REC.
       COPY BDR1REC.

      *> The hashes are re-computed by the same module that wrote
      *> them, so the verifier can never drift from the writer.
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before the chain is read.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Threshold-based operator alerting (see ALM1)
       COPY ALM1.
       01  ALM1-PGM                         PIC X(8) VALUE 'ALM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-CHAIN-NAME                    PIC X(8) VALUE 'AUD1'.

       01  WS-ROW-SWITCH                    PIC X(1).
           88  WS-ROWS-DONE                 VALUE 'Y'.
       01  WS-LINK-SWITCH                   PIC X(1).
           88  WS-LINK-KNOWN                VALUE 'Y'.

       01  WS-PRIOR-SEQUENCE                PIC S9(15) COMP-3.
       01  WS-PRIOR-HASH                    PIC X(20).
       01  WS-GAP-FROM                      PIC S9(15) COMP-3.
       01  WS-GAP-TO                        PIC S9(15) COMP-3.
       01  WS-MAX-SEQUENCE                  PIC S9(15) COMP-3.
       01  WS-TAIL-HASH                     PIC X(20).
       01  WS-SCRUB-COUNT                   PIC S9(9) COMP.

       01  WS-ROW-COUNT                     PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-ROW-COUNT               PIC S9(9) COMP VALUE 0.
       01  WS-REMOVAL-COUNT                 PIC S9(9) COMP VALUE 0.
       01  WS-SCRUBBED-COUNT                PIC S9(9) COMP VALUE 0.
       01  WS-BREAK-COUNT                   PIC S9(9) COMP VALUE 0.

       01  WS-BREAK-SEQUENCE                PIC S9(15) COMP-3.
       01  WS-BREAK-TEXT                    PIC X(100).
       01  WS-EDIT-SEQUENCE                 PIC Z(14)9.
       01  WS-EDIT-SEQUENCE-2               PIC Z(14)9.
       01  WS-EDIT-SQLCODE                  PIC -(8)9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The day's stretch of the chain, in chain order.
       EXEC SQL
           DECLARE DAY-CHAIN-CURSOR CURSOR FOR
               SELECT MODULE_NAME, AUDIT_ID, USER_ID, STATUS_CODE,
                      RETURN_CODE, ERROR_MESSAGE, AUDIT_TIMESTAMP,
                      CORRELATION_ID, CHAIN_SEQUENCE, ROW_TYPE,
                      CHAIN_DATE, ANCHOR_SEQUENCE, ANCHOR_HASH,
                      CHAIN_HASH
               FROM AUD1
               WHERE CHAIN_DATE = :WS-PARM-RUN-DATE
                 AND CHAIN_SEQUENCE > 0
               ORDER BY CHAIN_SEQUENCE
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Nightly proof that nobody has changed or removed an AUD1
      *> row behind the application's back. The day's rows are
      *> walked in chain order: every position must follow on from
      *> the last, and every row's hash must re-compute from its
      *> content and its predecessor's hash. A row that no longer
      *> re-computes is only accepted where an ERA1 scrub chained
      *> an 'S' checkpoint vouching for exactly its new content;
      *> retention is accepted through AUL1/CTH1's 'R' checkpoint
      *> anchors. Anything else is a break, and any break is a
      *> critical alert.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           DISPLAY "===== AUV1 AUDIT CHAIN VERIFICATION "
               WS-PARM-RUN-DATE " ====="
           PERFORM WALK-DAY-CHAIN
           PERFORM CHECK-CHAIN-HEAD
           DISPLAY " "
           DISPLAY "Chain rows verified:      " WS-ROW-COUNT
           DISPLAY "  audit rows:             " WS-AUDIT-ROW-COUNT
           DISPLAY "  removal checkpoints:    " WS-REMOVAL-COUNT
           DISPLAY "  scrubbed under ERA1:    " WS-SCRUBBED-COUNT
           DISPLAY "Chain breaks:             " WS-BREAK-COUNT
           PERFORM RAISE-OPERATOR-ALERTS
           DISPLAY "================================================="
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and user come in on a parm card, same idiom as the
      *> other batch drivers' parm cards - blank date reads the
      *> BDR1 register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
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

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'AUV1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "AUV1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'AUV1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'AUV1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-ROW-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-BREAK-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       WALK-DAY-CHAIN.
           MOVE 'N' TO WS-ROW-SWITCH
           MOVE 0 TO WS-PRIOR-SEQUENCE
           EXEC SQL OPEN DAY-CHAIN-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH DAY-CHAIN-CURSOR
                   INTO :AUD1-MODULE-NAME, :AUD1-AUDIT-ID,
                        :AUD1-USER-ID, :AUD1-STATUS,
                        :AUD1-RETURN-CODE, :AUD1-ERROR-MESSAGE,
                        :AUD1-TIMESTAMP, :AUD1-CORRELATION-ID,
                        :AUD1-CHAIN-SEQUENCE, :AUD1-ROW-TYPE,
                        :AUD1-CHAIN-DATE, :AUD1-ANCHOR-SEQUENCE,
                        :AUD1-ANCHOR-HASH, :AUD1-CHAIN-HASH
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM VERIFY-ONE-ROW
                   WHEN 100
                       SET WS-ROWS-DONE TO TRUE
                   WHEN OTHER
                       MOVE 0 TO WS-BREAK-SEQUENCE
                       MOVE SQLCODE TO WS-EDIT-SQLCODE
                       MOVE SPACES TO WS-BREAK-TEXT
                       STRING 'Chain could not be read, SQLCODE '
                           WS-EDIT-SQLCODE DELIMITED BY SIZE
                           INTO WS-BREAK-TEXT
                       PERFORM RECORD-CHAIN-BREAK
                       SET WS-ROWS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE DAY-CHAIN-CURSOR END-EXEC.

       VERIFY-ONE-ROW.
           EVALUATE AUD1-ROW-TYPE
               WHEN 'R'
                   ADD 1 TO WS-REMOVAL-COUNT
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-ROW-COUNT
           END-EVALUATE
           SET WS-LINK-KNOWN TO TRUE
           IF WS-ROW-COUNT = 1
               PERFORM LOOK-UP-PREVIOUS-HASH
           ELSE
               IF AUD1-CHAIN-SEQUENCE NOT = WS-PRIOR-SEQUENCE + 1
                   PERFORM RECORD-SEQUENCE-GAP
                   PERFORM LOOK-UP-PREVIOUS-HASH
               END-IF
           END-IF
           IF WS-LINK-KNOWN
               PERFORM CHECK-ROW-HASH
           END-IF
           MOVE AUD1-CHAIN-SEQUENCE TO WS-PRIOR-SEQUENCE
           MOVE AUD1-CHAIN-HASH TO WS-PRIOR-HASH.

       LOOK-UP-PREVIOUS-HASH.
      *> The first row of the day links to yesterday's last row, or
      *> to a retention anchor; a row after a gap is checked the
      *> same way, so one missing row is reported once.
           MOVE 'P' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS = 'S'
               MOVE AUW1-PREVIOUS-HASH TO WS-PRIOR-HASH
           ELSE
               MOVE 'N' TO WS-LINK-SWITCH
               IF WS-ROW-COUNT = 1
                   MOVE AUD1-CHAIN-SEQUENCE TO WS-BREAK-SEQUENCE
                   MOVE AUW1-MESSAGE TO WS-BREAK-TEXT
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
           END-IF.

       RECORD-SEQUENCE-GAP.
           MOVE AUD1-CHAIN-SEQUENCE TO WS-BREAK-SEQUENCE
           COMPUTE WS-GAP-FROM = WS-PRIOR-SEQUENCE + 1
           COMPUTE WS-GAP-TO = AUD1-CHAIN-SEQUENCE - 1
           MOVE WS-GAP-FROM TO WS-EDIT-SEQUENCE
           MOVE WS-GAP-TO TO WS-EDIT-SEQUENCE-2
           MOVE SPACES TO WS-BREAK-TEXT
           IF AUD1-CHAIN-SEQUENCE > WS-PRIOR-SEQUENCE
               STRING 'Rows removed - positions' WS-EDIT-SEQUENCE
                   ' to' WS-EDIT-SEQUENCE-2 ' are missing'
                   DELIMITED BY SIZE INTO WS-BREAK-TEXT
           ELSE
               MOVE 'Position repeated or out of order'
                   TO WS-BREAK-TEXT
           END-IF
           PERFORM RECORD-CHAIN-BREAK.

       CHECK-ROW-HASH.
           MOVE 'H' TO AUW1-FUNCTION
           MOVE WS-PRIOR-HASH TO AUW1-PREVIOUS-HASH
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-ROW-HASH NOT = AUD1-CHAIN-HASH
               PERFORM CHECK-SCRUB-CHECKPOINT
           END-IF.

       CHECK-SCRUB-CHECKPOINT.
      *> An ERA1 scrub leaves the stored hash alone and chains an
      *> 'S' checkpoint holding the hash the new content computes
      *> to - anything else that changed the row is tampering.
           MOVE 0 TO WS-SCRUB-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCRUB-COUNT
               FROM AUD1
               WHERE ROW_TYPE = 'S'
                 AND ANCHOR_SEQUENCE = :AUD1-CHAIN-SEQUENCE
                 AND ANCHOR_HASH = :AUW1-ROW-HASH
           END-EXEC
           IF SQLCODE = 0 AND WS-SCRUB-COUNT > 0
               ADD 1 TO WS-SCRUBBED-COUNT
           ELSE
               MOVE AUD1-CHAIN-SEQUENCE TO WS-BREAK-SEQUENCE
               MOVE SPACES TO WS-BREAK-TEXT
               STRING 'Row altered - ' AUD1-MODULE-NAME ' '
                   AUD1-AUDIT-ID ' ' AUD1-TIMESTAMP
                   ' no longer matches its hash'
                   DELIMITED BY SIZE INTO WS-BREAK-TEXT
               PERFORM RECORD-CHAIN-BREAK
           END-IF.

       CHECK-CHAIN-HEAD.
      *> Rows taken off the newest end leave no gap for the walk to
      *> find - the AUC1 head still names the position and hash
      *> the chain last reached.
           EXEC SQL
               SELECT LAST_SEQUENCE, LAST_HASH
               INTO :AUC1-REC.LAST-SEQUENCE, :AUC1-REC.LAST-HASH
               FROM AUC1
               WHERE CHAIN_NAME = :WS-CHAIN-NAME
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(MAX(CHAIN_SEQUENCE), 0)
                   INTO :WS-MAX-SEQUENCE
                   FROM AUD1
               END-EXEC
               IF WS-MAX-SEQUENCE NOT = LAST-SEQUENCE OF AUC1-REC
                   MOVE LAST-SEQUENCE OF AUC1-REC TO WS-BREAK-SEQUENCE
                   MOVE WS-MAX-SEQUENCE TO WS-EDIT-SEQUENCE
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING 'Chain head does not match the newest row'
                       ' on AUD1, position' WS-EDIT-SEQUENCE
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   PERFORM RECORD-CHAIN-BREAK
               ELSE
                   PERFORM CHECK-CHAIN-HEAD-HASH
               END-IF
           ELSE
               IF WS-ROW-COUNT > 0
                   MOVE 0 TO WS-BREAK-SEQUENCE
                   MOVE 'Chain head row is missing from AUC1'
                       TO WS-BREAK-TEXT
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
           END-IF.

       CHECK-CHAIN-HEAD-HASH.
           IF WS-MAX-SEQUENCE > 0
               EXEC SQL
                   SELECT CHAIN_HASH
                   INTO :WS-TAIL-HASH
                   FROM AUD1
                   WHERE CHAIN_SEQUENCE = :WS-MAX-SEQUENCE
               END-EXEC
               IF SQLCODE NOT = 0
                   OR WS-TAIL-HASH NOT = LAST-HASH OF AUC1-REC
                   MOVE WS-MAX-SEQUENCE TO WS-BREAK-SEQUENCE
                   MOVE 'Newest row hash does not match the chain head'
                       TO WS-BREAK-TEXT
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
           END-IF.

       RECORD-CHAIN-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-BREAK-SEQUENCE TO WS-EDIT-SEQUENCE
           DISPLAY "  BREAK at position" WS-EDIT-SEQUENCE ": "
               WS-BREAK-TEXT.

       RAISE-OPERATOR-ALERTS.
           MOVE SPACES TO ALM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ALM1-COMM-AREA
           MOVE 'AUV1' TO MAIN-NAME OF ALM1-COMM-AREA
           MOVE 'AUV1' TO ALERT-PROGRAM
           MOVE 'ALERT-AUV1-BREAKS' TO ALERT-PARM-NAME
           MOVE 'C' TO ALERT-SEVERITY
           MOVE WS-BREAK-COUNT TO ALERT-COUNT
           MOVE 'AUD1 audit hash chain breaks - possible tampering'
               TO ALERT-TEXT
           CALL ALM1-PGM USING ALM1-COMM-AREA.
