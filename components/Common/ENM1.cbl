
      *> Include the dclgen Db2 layout
       COPY ENT1SQL.
       COPY SDT1SQL.
       COPY SDX1SQL.

       FILE SECTION.
       FD  AUDIT-FILE.

      *> Include the Db2 host fields
       COPY ENT1REC.
       COPY SDT1REC.
       COPY SDX1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.

      *> An exception approver must hold the SODX entitlement
       COPY AUTM1.
       01  AUTM1-PGM                          PIC X(8) VALUE 'AUTM1'.

      *> Audit rows land on a date-stamped daily generation
      *> (ENM1AUD.YYYYMMDD) - today's calls go to today's file, AUL1
      *> sweeps exactly the requested day, and AHK1 retires
           IF ENT-STATUS NOT = 'V'
               EVALUATE ACTION-CODE
                   WHEN 'G'
                       PERFORM CHECK-DUTY-CONFLICT
                       IF ENT-STATUS = 'S'
                           PERFORM GRANT-ENTITLEMENT
                       END-IF
                   WHEN OTHER
                       PERFORM REVOKE-ENTITLEMENT
               END-EVALUATE
                   MOVE 'Action must be G or R' TO ERROR-MESSAGE
           END-EVALUATE.

       CHECK-DUTY-CONFLICT.
      *> A grant that would leave the user holding both sides of an
      *> SDT1 pair - PAO1 with PAP2, say, which makes the four-eyes
      *> approval in PAM5 meaningless for that person - is refused
      *> unless a second user stands behind it as a documented
      *> exception, recorded on SDX1.
           MOVE ENT-USER-ID TO USER-ID OF ENT1-REC
           MOVE ENT-TRANSACTION-CODE TO TRANSACTION-CODE OF ENT1-REC
           EXEC SQL
               SELECT E.TRANSACTION_CODE, S.RULE_TEXT
               INTO :SDX1-REC.CONFLICT-CODE, :SDT1-REC.RULE-TEXT
               FROM ENT1 E, SDT1 S
               WHERE E.USER_ID = :ENT1-REC.USER-ID
                 AND E.ENTITLED_FLAG = 'Y'
                 AND E.TRANSACTION_CODE <> :ENT1-REC.TRANSACTION-CODE
                 AND ((S.TRANSACTION_CODE_A =
                           :ENT1-REC.TRANSACTION-CODE
                       AND S.TRANSACTION_CODE_B = E.TRANSACTION_CODE)
                   OR (S.TRANSACTION_CODE_B =
                           :ENT1-REC.TRANSACTION-CODE
                       AND S.TRANSACTION_CODE_A = E.TRANSACTION_CODE))
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO ENT-STATUS
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE TO ERROR-MESSAGE
                   MOVE SQLCODE TO RETURN-CODE OF ENM1-COMM-AREA
               WHEN ENT-EXCEPTION-APPROVER = SPACES
                   MOVE 'V' TO ENT-STATUS
                   STRING 'Conflicts with ' CONFLICT-CODE OF SDX1-REC
                       ' already held - ' RULE-TEXT OF SDT1-REC
                       DELIMITED BY SIZE INTO ERROR-MESSAGE
               WHEN OTHER
                   PERFORM CHECK-EXCEPTION-APPROVAL
                   IF ENT-STATUS = 'S'
                       PERFORM RECORD-DUTY-EXCEPTION
                   END-IF
           END-EVALUATE.

       CHECK-EXCEPTION-APPROVAL.
      *> The approver is a genuine second pair of eyes - not the
      *> administrator keying the grant, not its beneficiary, and
      *> entitled to approve exceptions at all.
           EVALUATE TRUE
               WHEN ENT-EXCEPTION-REASON = SPACES
                   MOVE 'V' TO ENT-STATUS
                   MOVE 'Exception reason is required'
                       TO ERROR-MESSAGE
               WHEN ENT-EXCEPTION-APPROVER = USER-ID OF ENM1-COMM-AREA
                   MOVE 'V' TO ENT-STATUS
                   MOVE 'Exception approver must be a second user'
                       TO ERROR-MESSAGE
               WHEN ENT-EXCEPTION-APPROVER = ENT-USER-ID
                   MOVE 'V' TO ENT-STATUS
                   MOVE 'Exception approver may not approve own access'
                       TO ERROR-MESSAGE
               WHEN OTHER
                   MOVE ENT-EXCEPTION-APPROVER TO AUTM1-USER-ID
                   MOVE 'SODX' TO AUTM1-TRANSACTION-CODE
                   CALL AUTM1-PGM USING AUTM1-COMM-AREA
                   IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
                       MOVE 'V' TO ENT-STATUS
                       STRING 'Exception approver '
                           ENT-EXCEPTION-APPROVER
                           ' is not entitled to SODX'
                           DELIMITED BY SIZE INTO ERROR-MESSAGE
                   END-IF
           END-EVALUATE.

       RECORD-DUTY-EXCEPTION.
      *> One SDX1 row per conflicting code already held, so the
      *> conflict report can show the exception behind each pair.
           MOVE ENT-EXCEPTION-APPROVER TO APPROVED-BY OF SDX1-REC
           MOVE USER-ID OF ENM1-COMM-AREA TO GRANTED-BY OF SDX1-REC
           MOVE ENT-EXCEPTION-REASON TO EXCEPTION-REASON OF SDX1-REC
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO APPROVED-DATE OF SDX1-REC
           EXEC SQL
               INSERT INTO SDX1
                   (USER_ID, TRANSACTION_CODE, CONFLICT_CODE,
                    APPROVED_BY, GRANTED_BY, EXCEPTION_REASON,
                    APPROVED_DATE)
               SELECT :ENT1-REC.USER-ID, :ENT1-REC.TRANSACTION-CODE,
                      E.TRANSACTION_CODE, :SDX1-REC.APPROVED-BY,
                      :SDX1-REC.GRANTED-BY,
                      :SDX1-REC.EXCEPTION-REASON,
                      :SDX1-REC.APPROVED-DATE
               FROM ENT1 E, SDT1 S
               WHERE E.USER_ID = :ENT1-REC.USER-ID
                 AND E.ENTITLED_FLAG = 'Y'
                 AND E.TRANSACTION_CODE <> :ENT1-REC.TRANSACTION-CODE
                 AND ((S.TRANSACTION_CODE_A =
                           :ENT1-REC.TRANSACTION-CODE
                       AND S.TRANSACTION_CODE_B = E.TRANSACTION_CODE)
                   OR (S.TRANSACTION_CODE_B =
                           :ENT1-REC.TRANSACTION-CODE
                       AND S.TRANSACTION_CODE_A = E.TRANSACTION_CODE))
           END-EXEC
           IF SQLCODE = 0
      *> Carried onto this module's audit row with the grant
               STRING 'Granted on SoD exception approved by '
                   ENT-EXCEPTION-APPROVER
                   DELIMITED BY SIZE INTO ERROR-MESSAGE
           ELSE
               MOVE 'E' TO ENT-STATUS
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE
               MOVE SQLCODE TO RETURN-CODE OF ENM1-COMM-AREA
           END-IF.

       GRANT-ENTITLEMENT.
      *> A revoked pair is re-armed in place; a brand-new pair gets
      *> its ENT1 row inserted - either way the pair ends entitled.
