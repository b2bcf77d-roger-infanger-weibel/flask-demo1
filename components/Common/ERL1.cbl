       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ERL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERL1-INPUT-FILE ASSIGN TO ERL1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *> Refused answers are re-written here in the ERL1REC layout,
      *> reason attached, so the manager can correct them and send
      *> the sheet back as-is - the same recycle path GBL1 gives a
      *> budget line.
           SELECT ERL1-REJECT-FILE ASSIGN TO ERL1REJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY ERC1SQL.

       FILE SECTION.
       FD  ERL1-INPUT-FILE.
       COPY ERL1REC.

       FD  ERL1-REJECT-FILE.
       01  ERL1-REJECT-RECORD.
           05  ERL1-REJ-DETAIL              PIC X(42).
           *> Byte-for-byte image of the refused ERL1REC input row
           05  FILLER                       PIC X(1).
           05  ERL1-REJ-MESSAGE             PIC X(100).
           *> Reason the answer did not load

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY ERC1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                         PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before a single answer loads.
       COPY AUTM1.
       01  AUTM1-PGM                         PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC X(10).
           05  WS-PARM-USER-ID               PIC X(8).

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-REJECT-STATUS                  PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.

       01  WS-KEPT-COUNT                     PIC 9(7) VALUE 0.
       01  WS-REVOKE-COUNT                   PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-BLANK-COUNT                    PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT                 PIC 9(7) VALUE 0.

       01  WS-LINE-REASON                    PIC X(100).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Loads the managers' keep/revoke answers against the grants
      *> RCX1 put on ERC1. Only the unit's reviewing manager may
      *> answer, nobody may certify their own access, and nothing is
      *> taken once the deadline has passed or ERF1 has closed the
      *> campaign. A line left blank is passed over - the grant
      *> lapses at the deadline unless a later sheet keeps it. A
      *> grant answered twice takes the later answer.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT ERL1-REJECT-FILE
           PERFORM LOAD-RESPONSE-FILE
           CLOSE ERL1-REJECT-FILE
           DISPLAY "ERL1 recertification answers loaded - keep "
               WS-KEPT-COUNT ", revoke " WS-REVOKE-COUNT " ("
               WS-CHANGED-COUNT " changing an earlier answer), "
               "unanswered " WS-BLANK-COUNT ", rejected "
               WS-REJECTED-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.

      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'ERL1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "ERL1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'ERL1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'ERL1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           COMPUTE RUN-RECORD-COUNT =
               WS-KEPT-COUNT + WS-REVOKE-COUNT + WS-REJECTED-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LOAD-RESPONSE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ERL1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ ERL1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ERL1-RESPONSE-RECORD(1:3) NOT = 'HDR'
                           AND ERL1-RESPONSE-RECORD(1:3) NOT = 'TRL'
                           PERFORM LOAD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERL1-INPUT-FILE.

       LOAD-ONE-LINE.
           MOVE SPACES TO WS-LINE-REASON
           IF ERL1-DECISION = SPACES
               ADD 1 TO WS-BLANK-COUNT
           ELSE
               PERFORM CHECK-ONE-LINE-EDITS
               IF WS-LINE-REASON = SPACES
                   PERFORM STORE-ONE-ANSWER
               END-IF
               IF WS-LINE-REASON NOT = SPACES
                   PERFORM WRITE-ONE-REJECT
               END-IF
           END-IF.

      *> Each check only sets WS-LINE-REASON - the first failure
      *> wins and the later checks step aside.
       CHECK-ONE-LINE-EDITS.
           IF ERL1-DECISION NOT = 'K' AND ERL1-DECISION NOT = 'R'
               MOVE 'Decision must be K (keep) or R (revoke)'
                   TO WS-LINE-REASON
           END-IF
           IF WS-LINE-REASON = SPACES
               PERFORM CHECK-GRANT-UNDER-REVIEW
           END-IF
           IF WS-LINE-REASON = SPACES
               IF MANAGER-ID OF ERC1-REC = SPACES
                   MOVE 'Unit has no reviewing manager on CFG1'
                       TO WS-LINE-REASON
               ELSE
                   IF ERL1-MANAGER-ID NOT = MANAGER-ID OF ERC1-REC
                       STRING 'Only ' MANAGER-ID OF ERC1-REC
                           ' may answer for unit '
                           OPERATING-UNIT OF ERC1-REC
                           DELIMITED BY SIZE INTO WS-LINE-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-REASON = SPACES
               IF ERL1-MANAGER-ID = ERL1-USER-ID
                   MOVE 'A manager may not certify their own access'
                       TO WS-LINE-REASON
               END-IF
           END-IF
           IF WS-LINE-REASON = SPACES
               IF WS-PARM-RUN-DATE > DEADLINE-DATE OF ERC1-REC
                   STRING 'Answers closed on '
                       DEADLINE-DATE OF ERC1-REC
                       DELIMITED BY SIZE INTO WS-LINE-REASON
               END-IF
           END-IF.

       CHECK-GRANT-UNDER-REVIEW.
           MOVE ERL1-CAMPAIGN-ID TO CAMPAIGN-ID OF ERC1-REC
           MOVE ERL1-USER-ID TO USER-ID OF ERC1-REC
           MOVE ERL1-TRANSACTION-CODE TO TRANSACTION-CODE OF ERC1-REC
           EXEC SQL
               SELECT OPERATING_UNIT, MANAGER_ID, DEADLINE_DATE,
                      DECISION, OUTCOME
               INTO :ERC1-REC.OPERATING-UNIT, :ERC1-REC.MANAGER-ID,
                    :ERC1-REC.DEADLINE-DATE, :ERC1-REC.DECISION,
                    :ERC1-REC.OUTCOME
               FROM ERC1
               WHERE CAMPAIGN_ID = :ERC1-REC.CAMPAIGN-ID
                 AND USER_ID = :ERC1-REC.USER-ID
                 AND TRANSACTION_CODE = :ERC1-REC.TRANSACTION-CODE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Grant is not under review in this campaign'
                       TO WS-LINE-REASON
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE TO WS-LINE-REASON
               WHEN OUTCOME OF ERC1-REC NOT = SPACES
                   MOVE 'Campaign has already been closed'
                       TO WS-LINE-REASON
           END-EVALUATE.

       STORE-ONE-ANSWER.
           IF DECISION OF ERC1-REC NOT = SPACES
               AND DECISION OF ERC1-REC NOT = ERL1-DECISION
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           MOVE ERL1-DECISION TO DECISION OF ERC1-REC
           MOVE ERL1-MANAGER-ID TO DECISION-USER OF ERC1-REC
           MOVE WS-PARM-RUN-DATE TO DECISION-DATE OF ERC1-REC
           EXEC SQL
               UPDATE ERC1
               SET DECISION = :ERC1-REC.DECISION,
                   DECISION_USER = :ERC1-REC.DECISION-USER,
                   DECISION_DATE = :ERC1-REC.DECISION-DATE
               WHERE CAMPAIGN_ID = :ERC1-REC.CAMPAIGN-ID
                 AND USER_ID = :ERC1-REC.USER-ID
                 AND TRANSACTION_CODE = :ERC1-REC.TRANSACTION-CODE
                 AND OUTCOME = ' '
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE TO WS-LINE-REASON
               WHEN ERL1-DECISION = 'K'
                   ADD 1 TO WS-KEPT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REVOKE-COUNT
           END-EVALUATE.

       WRITE-ONE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO ERL1-REJECT-RECORD
           MOVE ERL1-RESPONSE-RECORD TO ERL1-REJ-DETAIL
           MOVE WS-LINE-REASON TO ERL1-REJ-MESSAGE
           WRITE ERL1-REJECT-RECORD.
