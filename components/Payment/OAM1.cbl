       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OAM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY OAP1SQL.
       COPY OAL1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY OAP1REC.
       COPY OAL1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.

       01  WS-CURRENT-DATE                    PIC X(21).
       01  WS-OPEN-COUNT                      PIC S9(9) COMP.
       01  WS-NEW-STATUS                      PIC X(1).
       01  WS-EDIT-OLD-AMOUNT                 PIC -(8)9.99.
       01  WS-EDIT-NEW-AMOUNT                 PIC -(8)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY OAM1.

       PROCEDURE DIVISION USING OAM1-COMM-AREA.
       MAIN-PROCESS.
      *> Dual-controlled maintenance of the OAL1 authority limits,
      *> on the CFM1 pattern - one operator proposes a limit (the
      *> old one is captured as it stood), a second approves it,
      *> and the approval takes it onto OAL1 there and then. Nobody
      *> approves their own limit. Every call lands on AUD1 with old
      *> amount, new amount and both users.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF LIMIT-STATUS OF OAM1-COMM-AREA NOT = 'V'
               EVALUATE ACTION-CODE OF OAM1-COMM-AREA
                   WHEN 'P'
                       PERFORM PROPOSE-CHANGE
                   WHEN OTHER
                       PERFORM DECIDE-PROPOSAL
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF OAM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF OAM1-COMM-AREA.
           MOVE 0 TO OLD-AMOUNT OF OAP1-REC.
           MOVE 0 TO NEW-AMOUNT OF OAP1-REC.
           MOVE SPACES TO PROPOSE-USER OF OAP1-REC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

       VALIDATE-INPUT.
           IF LIMIT-KEY OF OAM1-COMM-AREA = SPACES
               MOVE 'V' TO LIMIT-STATUS OF OAM1-COMM-AREA
               MOVE 'User or role is blank'
                   TO ERROR-MESSAGE OF OAM1-COMM-AREA
           END-IF
           IF LIMIT-STATUS OF OAM1-COMM-AREA NOT = 'V'
               IF FUNCTION-CODE OF OAM1-COMM-AREA NOT = 'C'
                   AND FUNCTION-CODE OF OAM1-COMM-AREA NOT = 'L'
                   AND FUNCTION-CODE OF OAM1-COMM-AREA NOT = 'V'
                   AND FUNCTION-CODE OF OAM1-COMM-AREA NOT = 'F'
                   MOVE 'V' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE 'Function must be C, L, V or F'
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
               END-IF
           END-IF
           IF LIMIT-STATUS OF OAM1-COMM-AREA NOT = 'V'
               IF ACTION-CODE OF OAM1-COMM-AREA NOT = 'P'
                   AND ACTION-CODE OF OAM1-COMM-AREA NOT = 'A'
                   AND ACTION-CODE OF OAM1-COMM-AREA NOT = 'R'
                   MOVE 'V' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE 'Action must be P, A or R'
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
               END-IF
           END-IF
           IF LIMIT-STATUS OF OAM1-COMM-AREA NOT = 'V'
               AND ACTION-CODE OF OAM1-COMM-AREA = 'P'
               IF NEW-AMOUNT OF OAM1-COMM-AREA < 0
                   AND NEW-AMOUNT OF OAM1-COMM-AREA NOT = -1
                   MOVE 'V' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE 'Limit must be zero or more, or -1 to remove'
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
               END-IF
           END-IF.

       PROPOSE-CHANGE.
      *> One open proposal per limit - a second keying is the signal
      *> to approve or reject the first, not stack another.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-COUNT
               FROM OAP1
               WHERE LIMIT_KEY = :OAM1-COMM-AREA.LIMIT-KEY
                 AND FUNCTION_CODE = :OAM1-COMM-AREA.FUNCTION-CODE
                 AND PROPOSAL_STATUS = 'W'
           END-EXEC
           IF SQLCODE = 0 AND WS-OPEN-COUNT > 0
               MOVE 'X' TO LIMIT-STATUS OF OAM1-COMM-AREA
               MOVE 'A proposal for this limit is already open'
                   TO ERROR-MESSAGE OF OAM1-COMM-AREA
           ELSE
               PERFORM INSERT-PROPOSAL
           END-IF.

       INSERT-PROPOSAL.
           MOVE LIMIT-KEY OF OAM1-COMM-AREA TO LIMIT-KEY OF OAP1-REC
           MOVE FUNCTION-CODE OF OAM1-COMM-AREA
               TO FUNCTION-CODE OF OAP1-REC
           MOVE -1 TO OLD-AMOUNT OF OAP1-REC
           EXEC SQL
               SELECT LIMIT_AMOUNT
               INTO :OAL1-REC.LIMIT-AMOUNT
               FROM OAL1
               WHERE LIMIT_KEY = :OAM1-COMM-AREA.LIMIT-KEY
                 AND FUNCTION_CODE = :OAM1-COMM-AREA.FUNCTION-CODE
           END-EXEC
           IF SQLCODE = 0
               MOVE LIMIT-AMOUNT OF OAL1-REC TO OLD-AMOUNT OF OAP1-REC
           END-IF
           MOVE NEW-AMOUNT OF OAM1-COMM-AREA TO NEW-AMOUNT OF OAP1-REC
           MOVE USER-ID OF OAM1-COMM-AREA TO PROPOSE-USER OF OAP1-REC
           MOVE WS-CURRENT-DATE(1:4) TO PROPOSE-DATE OF OAP1-REC(1:4)
           MOVE '-' TO PROPOSE-DATE OF OAP1-REC(5:1)
           MOVE WS-CURRENT-DATE(5:2) TO PROPOSE-DATE OF OAP1-REC(6:2)
           MOVE '-' TO PROPOSE-DATE OF OAP1-REC(8:1)
           MOVE WS-CURRENT-DATE(7:2) TO PROPOSE-DATE OF OAP1-REC(9:2)
           MOVE SPACES TO APPROVE-USER OF OAP1-REC
           MOVE '0001-01-01' TO APPROVE-DATE OF OAP1-REC
           MOVE 'W' TO PROPOSAL-STATUS OF OAP1-REC
           EXEC SQL
               INSERT INTO OAP1
                   (LIMIT_KEY, FUNCTION_CODE, OLD_AMOUNT, NEW_AMOUNT,
                    PROPOSE_USER, PROPOSE_DATE, APPROVE_USER,
                    APPROVE_DATE, PROPOSAL_STATUS)
               VALUES
                   (:OAP1-REC.LIMIT-KEY, :OAP1-REC.FUNCTION-CODE,
                    :OAP1-REC.OLD-AMOUNT, :OAP1-REC.NEW-AMOUNT,
                    :OAP1-REC.PROPOSE-USER, :OAP1-REC.PROPOSE-DATE,
                    :OAP1-REC.APPROVE-USER, :OAP1-REC.APPROVE-DATE,
                    :OAP1-REC.PROPOSAL-STATUS)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO LIMIT-STATUS OF OAM1-COMM-AREA
           ELSE
               MOVE 'E' TO LIMIT-STATUS OF OAM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF OAM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF OAM1-COMM-AREA
           END-IF.

       DECIDE-PROPOSAL.
           EXEC SQL
               SELECT OLD_AMOUNT, NEW_AMOUNT, PROPOSE_USER,
                      PROPOSE_DATE, PROPOSAL_STATUS
               INTO :OAP1-REC.OLD-AMOUNT, :OAP1-REC.NEW-AMOUNT,
                    :OAP1-REC.PROPOSE-USER,
                    :OAP1-REC.PROPOSE-DATE,
                    :OAP1-REC.PROPOSAL-STATUS
               FROM OAP1
               WHERE LIMIT_KEY = :OAM1-COMM-AREA.LIMIT-KEY
                 AND FUNCTION_CODE = :OAM1-COMM-AREA.FUNCTION-CODE
                 AND PROPOSAL_STATUS = 'W'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE 'No proposal is waiting for this limit'
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF OAM1-COMM-AREA
               WHEN ACTION-CODE OF OAM1-COMM-AREA = 'A'
                   AND PROPOSE-USER OF OAP1-REC
                       = USER-ID OF OAM1-COMM-AREA
      *> The same four-eyes rule CFM1 enforces for parameters.
                   MOVE 'F' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE 'Approver must differ from proposer'
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
               WHEN ACTION-CODE OF OAM1-COMM-AREA = 'A'
                   AND LIMIT-KEY OF OAM1-COMM-AREA
                       = USER-ID OF OAM1-COMM-AREA
                   MOVE 'F' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE 'An operator may not approve their own limit'
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
               WHEN ACTION-CODE OF OAM1-COMM-AREA = 'A'
                   PERFORM APPLY-LIMIT
                   IF LIMIT-STATUS OF OAM1-COMM-AREA NOT = 'E'
                       PERFORM STAMP-DECISION
                   END-IF
               WHEN OTHER
                   PERFORM STAMP-DECISION
           END-EVALUATE.

       APPLY-LIMIT.
      *> An approved limit is in force at once - replacing the row
      *> already held, or removing it when -1 was proposed.
           MOVE LIMIT-KEY OF OAM1-COMM-AREA TO LIMIT-KEY OF OAL1-REC
           MOVE FUNCTION-CODE OF OAM1-COMM-AREA
               TO FUNCTION-CODE OF OAL1-REC
           MOVE NEW-AMOUNT OF OAP1-REC TO LIMIT-AMOUNT OF OAL1-REC
           MOVE PROPOSE-USER OF OAP1-REC TO PROPOSE-USER OF OAL1-REC
           MOVE USER-ID OF OAM1-COMM-AREA TO APPROVE-USER OF OAL1-REC
           MOVE WS-CURRENT-DATE(1:4) TO APPROVE-DATE OF OAL1-REC(1:4)
           MOVE '-' TO APPROVE-DATE OF OAL1-REC(5:1)
           MOVE WS-CURRENT-DATE(5:2) TO APPROVE-DATE OF OAL1-REC(6:2)
           MOVE '-' TO APPROVE-DATE OF OAL1-REC(8:1)
           MOVE WS-CURRENT-DATE(7:2) TO APPROVE-DATE OF OAL1-REC(9:2)
           EXEC SQL
               DELETE FROM OAL1
               WHERE LIMIT_KEY = :OAL1-REC.LIMIT-KEY
                 AND FUNCTION_CODE = :OAL1-REC.FUNCTION-CODE
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100
               IF NEW-AMOUNT OF OAP1-REC NOT = -1
                   EXEC SQL
                       INSERT INTO OAL1
                           (LIMIT_KEY, FUNCTION_CODE, LIMIT_AMOUNT,
                            PROPOSE_USER, APPROVE_USER, APPROVE_DATE)
                       VALUES
                           (:OAL1-REC.LIMIT-KEY,
                            :OAL1-REC.FUNCTION-CODE,
                            :OAL1-REC.LIMIT-AMOUNT,
                            :OAL1-REC.PROPOSE-USER,
                            :OAL1-REC.APPROVE-USER,
                            :OAL1-REC.APPROVE-DATE)
                   END-EXEC
               END-IF
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'E' TO LIMIT-STATUS OF OAM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF OAM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF OAM1-COMM-AREA
           END-IF.

       STAMP-DECISION.
           IF ACTION-CODE OF OAM1-COMM-AREA = 'A'
               MOVE 'D' TO WS-NEW-STATUS
           ELSE
               MOVE 'R' TO WS-NEW-STATUS
           END-IF
           EXEC SQL
               UPDATE OAP1
               SET PROPOSAL_STATUS = :WS-NEW-STATUS,
                   APPROVE_USER = :OAM1-COMM-AREA.USER-ID,
                   APPROVE_DATE = :WS-CURRENT-DATE(1:10)
               WHERE LIMIT_KEY = :OAM1-COMM-AREA.LIMIT-KEY
                 AND FUNCTION_CODE = :OAM1-COMM-AREA.FUNCTION-CODE
                 AND PROPOSAL_STATUS = 'W'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF OAM1-COMM-AREA
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO LIMIT-STATUS OF OAM1-COMM-AREA
                   MOVE 'Proposal is no longer waiting'
                       TO ERROR-MESSAGE OF OAM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO LIMIT-STATUS OF OAM1-COMM-AREA
           END-EVALUATE.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF OAM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module OAM1 ended with status: "
               LIMIT-STATUS OF OAM1-COMM-AREA.
           IF LIMIT-STATUS OF OAM1-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF OAM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row with old and new limits in
      *> the message text, whatever the outcome, through the shared
      *> AUD1 chain writer.
           MOVE 'OAM1' TO AUD1-MODULE-NAME
           MOVE SPACES TO AUD1-AUDIT-ID
           STRING LIMIT-KEY OF OAM1-COMM-AREA
               FUNCTION-CODE OF OAM1-COMM-AREA
               DELIMITED BY SIZE INTO AUD1-AUDIT-ID
           MOVE USER-ID OF OAM1-COMM-AREA TO AUD1-USER-ID
           MOVE LIMIT-STATUS OF OAM1-COMM-AREA TO AUD1-STATUS
           MOVE RETURN-CODE OF OAM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF LIMIT-STATUS OF OAM1-COMM-AREA = 'S'
               MOVE OLD-AMOUNT OF OAP1-REC TO WS-EDIT-OLD-AMOUNT
               MOVE NEW-AMOUNT OF OAP1-REC TO WS-EDIT-NEW-AMOUNT
               STRING ACTION-CODE OF OAM1-COMM-AREA
                   ' ' LIMIT-KEY OF OAM1-COMM-AREA
                   ' ' FUNCTION-CODE OF OAM1-COMM-AREA
                   ' old=' WS-EDIT-OLD-AMOUNT
                   ' new=' WS-EDIT-NEW-AMOUNT
                   ' by ' PROPOSE-USER OF OAP1-REC
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF OAM1-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF OAM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "OAM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
