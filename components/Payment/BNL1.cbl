       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BNL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNL1-INPUT-FILE ASSIGN TO BNL1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *> Rejected records are re-written here in the BNL1REC layout,
      *> reason attached, so the corrected rows can be re-fed
      *> without anyone reconstructing them - the CLD1REJ idiom.
           SELECT BNL1-REJECT-FILE ASSIGN TO BNL1REJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY BNK1SQL.

       FILE SECTION.
       FD  BNL1-INPUT-FILE.
       COPY BNL1REC.

       FD  BNL1-REJECT-FILE.
       01  BNL1-REJECT-RECORD.
           05  BNL1-REJ-DETAIL              PIC X(84).
           *> Byte-for-byte image of the rejected BNL1REC input row -
           *> cut these first 84 bytes to rebuild a BNL1IN record
           05  BNL1-REJ-SQLCODE             PIC -(4)9.
           *> SQLCODE the write failed with, zero for a field edit
           05  FILLER                       PIC X(1).
           05  BNL1-REJ-MESSAGE             PIC X(100).
           *> Reject reason or translated ERRM1 message

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY BNK1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                         PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before the load runs.
       COPY AUTM1.
       01  AUTM1-PGM                         PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                          PIC X(8) VALUE 'RHM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC X(10).
           05  WS-PARM-USER-ID               PIC X(8).

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-REJECT-STATUS                  PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.

       01  WS-INSERTED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-UPDATED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT                 PIC 9(7) VALUE 0.

       01  WS-REJECT-REASON                  PIC X(100).
       01  WS-REJECT-SQLCODE                 PIC S9(9) COMP.
       01  WS-BIC-LENGTH                     PIC S9(4) COMP.

       01  WS-VALIDATE-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88  END-OF-VALIDATE-PASS          VALUE 'Y'.
       01  WS-HEADER-SEEN-SWITCH             PIC X(1) VALUE 'N'.
           88  WS-HEADER-SEEN                VALUE 'Y'.
       01  WS-TRAILER-SEEN-SWITCH            PIC X(1) VALUE 'N'.
           88  WS-TRAILER-SEEN               VALUE 'Y'.
       01  WS-VALIDATE-DETAIL-COUNT          PIC 9(9) VALUE 0.
      *> The BNL1REC layout carries no amount field, so the computed
      *> hash stays zero - the trailer must agree all the same, or
      *> the trailer itself is corrupt.
       01  WS-VALIDATE-HASH-TOTAL            PIC 9(13)V99 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Monthly load of the vendor bank directory into BNK1 - the
      *> list BEM1 and PAM2 hold every payee bank against. A bank
      *> already on file is refreshed in place, a new one inserted;
      *> a bank is never deleted, because the beneficiaries that
      *> still point at it are exactly what BNR1 has to report.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM VALIDATE-INPUT-BATCH
           OPEN INPUT BNL1-INPUT-FILE
           OPEN OUTPUT BNL1-REJECT-FILE
           PERFORM UNTIL END-OF-FILE
               READ BNL1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF BNL1-INPUT-RECORD(1:3) NOT = 'HDR'
                           AND BNL1-INPUT-RECORD(1:3) NOT = 'TRL'
                           PERFORM LOAD-ONE-BANK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BNL1-INPUT-FILE
           CLOSE BNL1-REJECT-FILE
           DISPLAY "BNL1 bank directory load for " WS-PARM-RUN-DATE
           DISPLAY "  banks added:     " WS-INSERTED-COUNT
           DISPLAY "  banks refreshed: " WS-UPDATED-COUNT
           DISPLAY "  rejected:        " WS-REJECTED-COUNT
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
           MOVE 'BNL1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "BNL1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       VALIDATE-INPUT-BATCH.

      *> Count and totals are verified across the whole file before
      *> a single bank is written - a truncated directory transfer
      *> fails the run loudly here instead of leaving half the
      *> directory refreshed.
           MOVE 'N' TO WS-VALIDATE-EOF-SWITCH
           OPEN INPUT BNL1-INPUT-FILE
           PERFORM UNTIL END-OF-VALIDATE-PASS
               READ BNL1-INPUT-FILE
                   AT END
                       SET END-OF-VALIDATE-PASS TO TRUE
                   NOT AT END
                       PERFORM VALIDATE-ONE-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE BNL1-INPUT-FILE
           IF NOT WS-HEADER-SEEN
               DISPLAY "BNL1: BNL1IN has no header record - ending"
               STOP RUN
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "BNL1: BNL1IN has no trailer record - ending"
               STOP RUN
           END-IF.

       VALIDATE-ONE-INPUT-RECORD.

           EVALUATE BNL1-INPUT-RECORD(1:3)
               WHEN 'HDR'
                   SET WS-HEADER-SEEN TO TRUE
               WHEN 'TRL'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE BNL1-INPUT-RECORD(1:27)
                       TO BIF1-TRAILER-RECORD
                   IF BIF1-TRL-RECORD-COUNT
                       NOT = WS-VALIDATE-DETAIL-COUNT
                       DISPLAY "BNL1: BNL1IN trailer count "
                           BIF1-TRL-RECORD-COUNT
                           " disagrees with "
                           WS-VALIDATE-DETAIL-COUNT
                           " detail(s) read - ending"
                       STOP RUN
                   END-IF
                   IF BIF1-TRL-HASH-TOTAL
                       NOT = WS-VALIDATE-HASH-TOTAL
                       DISPLAY "BNL1: BNL1IN trailer hash total"
                           " disagrees with the details - ending"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VALIDATE-DETAIL-COUNT
           END-EVALUATE.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'BNL1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'BNL1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           COMPUTE RUN-RECORD-COUNT =
               WS-INSERTED-COUNT + WS-UPDATED-COUNT
               + WS-REJECTED-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LOAD-ONE-BANK.
           PERFORM VALIDATE-ONE-BANK
           IF WS-REJECT-REASON = SPACES
               PERFORM BUILD-BANK-ROW
               PERFORM WRITE-BANK-ROW
           ELSE
               MOVE 0 TO WS-REJECT-SQLCODE
               PERFORM WRITE-REJECT-RECORD
           END-IF.

       VALIDATE-ONE-BANK.
      *> A BIC of the wrong shape or a directory row with no name
      *> would only ever turn into refused payees - turned away here
      *> with a reason on the reject file.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-BIC-LENGTH
           INSPECT BNL1-BANK-ID
               TALLYING WS-BIC-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-BIC-LENGTH NOT = 8 AND WS-BIC-LENGTH NOT = 11
               MOVE 'Bank ID must be an 8 or 11 character BIC'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND BNL1-BANK-NAME = SPACES
               MOVE 'Bank name is missing' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND BNL1-COUNTRY-CODE = SPACES
               MOVE 'Country code is missing' TO WS-REJECT-REASON
           END-IF.

       BUILD-BANK-ROW.
           MOVE BNL1-BANK-ID TO BANK-ID OF BNK1-REC
           MOVE BNL1-BANK-CODE TO BANK-CODE OF BNK1-REC
           MOVE BNL1-BANK-NAME TO BANK-NAME OF BNK1-REC
           MOVE BNL1-COUNTRY-CODE TO COUNTRY-CODE OF BNK1-REC
           MOVE BNL1-DOMESTIC-FLAG TO DOMESTIC-FLAG OF BNK1-REC
           MOVE BNL1-URGENT-FLAG TO URGENT-FLAG OF BNK1-REC
           MOVE BNL1-CROSS-BORDER-FLAG
               TO CROSS-BORDER-FLAG OF BNK1-REC
      *> A bank with no closure date on the directory trades on -
      *> the far-future date keeps every "closed by" comparison a
      *> plain date compare.
           IF BNL1-CLOSURE-DATE = SPACES
               MOVE '9999-12-31' TO CLOSURE-DATE OF BNK1-REC
           ELSE
               MOVE BNL1-CLOSURE-DATE TO CLOSURE-DATE OF BNK1-REC
           END-IF
           MOVE BNL1-SUCCESSOR-BANK-ID
               TO SUCCESSOR-BANK-ID OF BNK1-REC
           MOVE WS-PARM-RUN-DATE TO LOAD-DATE OF BNK1-REC.

       WRITE-BANK-ROW.
           EXEC SQL
               UPDATE BNK1
               SET BANK_CODE = :BNK1-REC.BANK-CODE,
                   BANK_NAME = :BNK1-REC.BANK-NAME,
                   COUNTRY_CODE = :BNK1-REC.COUNTRY-CODE,
                   DOMESTIC_FLAG = :BNK1-REC.DOMESTIC-FLAG,
                   URGENT_FLAG = :BNK1-REC.URGENT-FLAG,
                   CROSS_BORDER_FLAG = :BNK1-REC.CROSS-BORDER-FLAG,
                   CLOSURE_DATE = :BNK1-REC.CLOSURE-DATE,
                   SUCCESSOR_BANK_ID = :BNK1-REC.SUCCESSOR-BANK-ID,
                   LOAD_DATE = :BNK1-REC.LOAD-DATE
               WHERE BANK_ID = :BNK1-REC.BANK-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM REJECT-ON-SQLCODE
               WHEN SQLERRD(3) > 0
                   ADD 1 TO WS-UPDATED-COUNT
               WHEN OTHER
                   PERFORM INSERT-BANK-ROW
           END-EVALUATE.

       INSERT-BANK-ROW.
           EXEC SQL
               INSERT INTO BNK1
                   (BANK_ID, BANK_CODE, BANK_NAME, COUNTRY_CODE,
                    DOMESTIC_FLAG, URGENT_FLAG, CROSS_BORDER_FLAG,
                    CLOSURE_DATE, SUCCESSOR_BANK_ID, LOAD_DATE)
               VALUES
                   (:BNK1-REC.BANK-ID, :BNK1-REC.BANK-CODE,
                    :BNK1-REC.BANK-NAME, :BNK1-REC.COUNTRY-CODE,
                    :BNK1-REC.DOMESTIC-FLAG, :BNK1-REC.URGENT-FLAG,
                    :BNK1-REC.CROSS-BORDER-FLAG,
                    :BNK1-REC.CLOSURE-DATE,
                    :BNK1-REC.SUCCESSOR-BANK-ID,
                    :BNK1-REC.LOAD-DATE)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-INSERTED-COUNT
           ELSE
               PERFORM REJECT-ON-SQLCODE
           END-IF.

       REJECT-ON-SQLCODE.
           MOVE SQLCODE TO WS-REJECT-SQLCODE
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-RECORD.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "  Rejected bank " BNL1-BANK-ID ": "
               WS-REJECT-REASON
           MOVE SPACES TO BNL1-REJECT-RECORD
           MOVE BNL1-INPUT-RECORD TO BNL1-REJ-DETAIL
           MOVE WS-REJECT-SQLCODE TO BNL1-REJ-SQLCODE
           MOVE WS-REJECT-REASON TO BNL1-REJ-MESSAGE
           WRITE BNL1-REJECT-RECORD.
