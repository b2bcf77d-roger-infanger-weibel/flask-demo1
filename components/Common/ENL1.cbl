       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENL1-INPUT-FILE ASSIGN TO ENL1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *> Refused lines are re-written here in the ENL1REC layout,
      *> ENM1's reason attached, so the request can be corrected and
      *> re-fed as-is - the same recycle path GBL1 gives a budget
      *> line.
           SELECT ENL1-REJECT-FILE ASSIGN TO ENL1REJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ENL1-INPUT-FILE.
       COPY ENL1REC.

       FD  ENL1-REJECT-FILE.
       01  ENL1-REJECT-RECORD.
           05  ENL1-REJ-DETAIL              PIC X(61).
           *> Byte-for-byte image of the refused ENL1REC input row
           05  FILLER                       PIC X(1).
           05  ENL1-REJ-MESSAGE             PIC X(100).
           *> Reason the line did not apply

       WORKING-STORAGE SECTION.

      *> Include the communication area copybook (ENM1)
       COPY ENM1.
       01  ENM1-PGM                         PIC X(8) VALUE 'ENM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before a single line applies.
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

       01  WS-GRANTED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT                PIC 9(7) VALUE 0.
       01  WS-REVOKED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT                 PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Applies a file of entitlement grants and revokes - a new
      *> branch's operators, a re-organisation - through ENM1, line
      *> by line, so the batch route gets exactly the checks ENO1
      *> gets: a grant breaking a segregation-of-duties rule goes
      *> through only on a documented exception approved by a second
      *> user, and every line lands on ENM1's audit trail under the
      *> parm-card user.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT ENL1-REJECT-FILE
           PERFORM LOAD-ENTITLEMENT-FILE
           CLOSE ENL1-REJECT-FILE
           DISPLAY "ENL1 entitlement load complete - granted "
               WS-GRANTED-COUNT " (" WS-EXCEPTION-COUNT
               " on a duty exception), revoked " WS-REVOKED-COUNT
               ", rejected " WS-REJECTED-COUNT
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
           MOVE 'ENL1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "ENL1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'ENL1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'ENL1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           COMPUTE RUN-RECORD-COUNT =
               WS-GRANTED-COUNT + WS-REVOKED-COUNT + WS-REJECTED-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LOAD-ENTITLEMENT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ENL1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ ENL1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ENL1-INPUT-RECORD(1:3) NOT = 'HDR'
                           AND ENL1-INPUT-RECORD(1:3) NOT = 'TRL'
                           PERFORM APPLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENL1-INPUT-FILE.

       APPLY-ONE-LINE.
           MOVE SPACES TO ENM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ENM1-COMM-AREA
           MOVE 'ENL1' TO MAIN-NAME OF ENM1-COMM-AREA
           MOVE ENL1-USER-ID TO ENT-USER-ID
           MOVE ENL1-TRANSACTION-CODE TO ENT-TRANSACTION-CODE
           MOVE ENL1-ACTION-CODE TO ACTION-CODE
           MOVE ENL1-EXCEPTION-APPROVER TO ENT-EXCEPTION-APPROVER
           MOVE ENL1-EXCEPTION-REASON TO ENT-EXCEPTION-REASON
           MOVE WS-PARM-USER-ID TO USER-ID OF ENM1-COMM-AREA
           CALL ENM1-PGM USING ENM1-COMM-AREA
           EVALUATE TRUE
               WHEN ENT-STATUS NOT = 'S'
                   PERFORM WRITE-ONE-REJECT
               WHEN ACTION-CODE = 'R'
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GRANTED-COUNT
                   IF ERROR-MESSAGE OF ENM1-COMM-AREA NOT = SPACES
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
           END-EVALUATE.

       WRITE-ONE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO ENL1-REJECT-RECORD
           MOVE ENL1-INPUT-RECORD TO ENL1-REJ-DETAIL
           MOVE ERROR-MESSAGE OF ENM1-COMM-AREA TO ENL1-REJ-MESSAGE
           WRITE ENL1-REJECT-RECORD.
