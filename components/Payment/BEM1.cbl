       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BEM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY BEN1SQL.
       COPY CAD1SQL.
       COPY AUD1SQL.
       COPY BNK1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY BEN1REC.
       COPY CAD1REC.
       COPY AUD1REC.
       COPY BNK1REC.

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

       01  WS-CUSTOMER-COUNT                  PIC S9(9) COMP.
       01  WS-DUPLICATE-COUNT                 PIC S9(9) COMP.
       01  WS-BIC-LENGTH                      PIC S9(4) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY BEM1.

       PROCEDURE DIVISION USING BEM1-COMM-AREA.
       MAIN-PROCESS.
      *> Desk maintenance for the beneficiary (payee) master - who a
      *> customer pays and into which bank account. PAM2 will not
      *> create an outbound payment without an active beneficiary,
      *> and SET1 sends these details to the bank. A beneficiary is
      *> never deleted, only cancelled, so the payee trail of past
      *> payments survives.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-ID-FORMAT
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA NOT = 'V'
               EVALUATE ACTION-CODE OF BEM1-COMM-AREA
                   WHEN 'A'
                       PERFORM ADD-BENEFICIARY
                   WHEN 'U'
                       PERFORM AMEND-BENEFICIARY
                   WHEN 'C'
                       PERFORM CANCEL-BENEFICIARY
                   WHEN OTHER
                       MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
                       MOVE 'Action must be A, U or C'
                           TO ERROR-MESSAGE OF BEM1-COMM-AREA
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF BEM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF BEM1-COMM-AREA.
           MOVE SPACES TO BENEFICIARY-STATUS OF BEM1-COMM-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

       VALIDATE-ID-FORMAT.
      *> Same shared check CAM1/BAM1/PAM1 run before their own SQL.
           MOVE BENEFICIARY-ID OF BEM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
               MOVE IDV1-REASON
                   TO ERROR-MESSAGE OF BEM1-COMM-AREA
           END-IF.

       VALIDATE-BANK-DETAILS.
      *> The bank re-keys nothing any more, so what goes on file
      *> must be complete - a name, an account, and a BIC of the
      *> standard 8 or 11 characters.
           EVALUATE TRUE
               WHEN BENEFICIARY-NAME OF BEM1-COMM-AREA = SPACES
                   MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
                   MOVE 'Beneficiary name is required'
                       TO ERROR-MESSAGE OF BEM1-COMM-AREA
               WHEN ACCOUNT-NUMBER OF BEM1-COMM-AREA = SPACES
                   MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
                   MOVE 'Account number is required'
                       TO ERROR-MESSAGE OF BEM1-COMM-AREA
               WHEN OTHER
                   MOVE 0 TO WS-BIC-LENGTH
                   INSPECT BANK-ID OF BEM1-COMM-AREA
                       TALLYING WS-BIC-LENGTH
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-BIC-LENGTH NOT = 8 AND WS-BIC-LENGTH NOT = 11
                       MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
                       MOVE 'Bank ID must be an 8 or 11 character BIC'
                           TO ERROR-MESSAGE OF BEM1-COMM-AREA
                   ELSE
                       PERFORM CHECK-BANK-DIRECTORY
                   END-IF
           END-EVALUATE.

       CHECK-BANK-DIRECTORY.
      *> The bank must be on the BNL1-loaded BNK1 directory and still
      *> receiving payments - a payee set up against a bank that
      *> closed last month only ever produces returned payments.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           EXEC SQL
               SELECT CLOSURE_DATE
               INTO :BNK1-REC.CLOSURE-DATE
               FROM BNK1
               WHERE BANK_ID = :BEM1-COMM-AREA.BANK-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
                   MOVE 'Bank is not on the bank directory'
                       TO ERROR-MESSAGE OF BEM1-COMM-AREA
               WHEN SQLCODE NOT = 0
                   PERFORM SET-SQL-ERROR
               WHEN CLOSURE-DATE OF BNK1-REC
                    NOT > WS-TODAY-ISO
                   MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
                   MOVE 'Bank has closed - no longer takes payments'
                       TO ERROR-MESSAGE OF BEM1-COMM-AREA
           END-EVALUATE.

       ADD-BENEFICIARY.
           PERFORM VALIDATE-BANK-DETAILS
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA NOT = 'V'
               PERFORM VALIDATE-CUSTOMER
           END-IF
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA NOT = 'V'
               PERFORM CHECK-DUPLICATE-BENEFICIARY
           END-IF
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA NOT = 'V'
               AND BENEFICIARY-STATUS OF BEM1-COMM-AREA NOT = 'X'
               PERFORM INSERT-BENEFICIARY
           END-IF.

       VALIDATE-CUSTOMER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CUSTOMER-COUNT
               FROM CAD1
               WHERE CUSTOMER_ID = :BEM1-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CUSTOMER-COUNT = 0
               MOVE 'V' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
               MOVE 'Customer is not on CAD1'
                   TO ERROR-MESSAGE OF BEM1-COMM-AREA
           END-IF.

       CHECK-DUPLICATE-BENEFICIARY.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DUPLICATE-COUNT
               FROM BEN1
               WHERE BENEFICIARY_ID = :BEM1-COMM-AREA.BENEFICIARY-ID
           END-EXEC
           IF SQLCODE = 0 AND WS-DUPLICATE-COUNT > 0
               MOVE 'X' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
               MOVE 'Beneficiary ID already exists'
                   TO ERROR-MESSAGE OF BEM1-COMM-AREA
           END-IF.

       INSERT-BENEFICIARY.
           MOVE BENEFICIARY-ID OF BEM1-COMM-AREA
               TO BENEFICIARY-ID OF BEN1-REC
           MOVE CUSTOMER-ID OF BEM1-COMM-AREA
               TO CUSTOMER-ID OF BEN1-REC
           MOVE BENEFICIARY-NAME OF BEM1-COMM-AREA
               TO BENEFICIARY-NAME OF BEN1-REC
           MOVE ACCOUNT-NUMBER OF BEM1-COMM-AREA
               TO ACCOUNT-NUMBER OF BEN1-REC
           MOVE BANK-ID OF BEM1-COMM-AREA TO BANK-ID OF BEN1-REC
           MOVE 'A' TO BENEFICIARY-STATUS OF BEN1-REC
           MOVE WS-CURRENT-DATE(1:10) TO BENEFICIARY-DATE OF BEN1-REC
           MOVE USER-ID OF BEM1-COMM-AREA
               TO BENEFICIARY-USER OF BEN1-REC
           EXEC SQL
               INSERT INTO BEN1
                   (BENEFICIARY_ID, CUSTOMER_ID, BENEFICIARY_NAME,
                    ACCOUNT_NUMBER, BANK_ID, BENEFICIARY_STATUS,
                    BENEFICIARY_DATE, BENEFICIARY_USER)
               VALUES
                   (:BEN1-REC.BENEFICIARY-ID, :BEN1-REC.CUSTOMER-ID,
                    :BEN1-REC.BENEFICIARY-NAME,
                    :BEN1-REC.ACCOUNT-NUMBER, :BEN1-REC.BANK-ID,
                    :BEN1-REC.BENEFICIARY-STATUS,
                    :BEN1-REC.BENEFICIARY-DATE,
                    :BEN1-REC.BENEFICIARY-USER)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
           ELSE
               PERFORM SET-SQL-ERROR
           END-IF.

       AMEND-BENEFICIARY.
      *> The owning customer never changes - a payee moving to a
      *> different customer is a cancel and a fresh add.
           PERFORM VALIDATE-BANK-DETAILS
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA NOT = 'V'
               MOVE WS-CURRENT-DATE(1:10)
                   TO BENEFICIARY-DATE OF BEN1-REC
               EXEC SQL
                   UPDATE BEN1
                   SET BENEFICIARY_NAME =
                           :BEM1-COMM-AREA.BENEFICIARY-NAME,
                       ACCOUNT_NUMBER =
                           :BEM1-COMM-AREA.ACCOUNT-NUMBER,
                       BANK_ID = :BEM1-COMM-AREA.BANK-ID,
                       BENEFICIARY_DATE = :BEN1-REC.BENEFICIARY-DATE,
                       BENEFICIARY_USER = :BEM1-COMM-AREA.USER-ID
                   WHERE BENEFICIARY_ID =
                         :BEM1-COMM-AREA.BENEFICIARY-ID
                     AND BENEFICIARY_STATUS = 'A'
               END-EXEC
               PERFORM CHECK-UPDATE-RESULT
           END-IF.

       CANCEL-BENEFICIARY.
      *> The WHERE repeats the active check so only a live
      *> beneficiary cancels - "no row updated" comes back as not
      *> active.
           MOVE WS-CURRENT-DATE(1:10) TO BENEFICIARY-DATE OF BEN1-REC
           EXEC SQL
               UPDATE BEN1
               SET BENEFICIARY_STATUS = 'C',
                   BENEFICIARY_DATE = :BEN1-REC.BENEFICIARY-DATE,
                   BENEFICIARY_USER = :BEM1-COMM-AREA.USER-ID
               WHERE BENEFICIARY_ID = :BEM1-COMM-AREA.BENEFICIARY-ID
                 AND BENEFICIARY_STATUS = 'A'
           END-EXEC
           PERFORM CHECK-UPDATE-RESULT.

       CHECK-UPDATE-RESULT.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM SET-SQL-ERROR
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
                   MOVE 'Beneficiary is not active'
                       TO ERROR-MESSAGE OF BEM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
           END-EVALUATE.

       SET-SQL-ERROR.
           MOVE 'E' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF BEM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF BEM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF BEM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module BEM1 ended with status: "
               BENEFICIARY-STATUS OF BEM1-COMM-AREA.
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF BEM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome - a
      *> changed payee account is exactly what a fraud review asks
      *> about first. The row goes straight onto the central AUD1
      *> table, the way MDM1 writes its own.
           MOVE 'BEM1' TO AUD1-MODULE-NAME
           MOVE BENEFICIARY-ID OF BEM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF BEM1-COMM-AREA TO AUD1-USER-ID
           MOVE BENEFICIARY-STATUS OF BEM1-COMM-AREA TO AUD1-STATUS
           MOVE RETURN-CODE OF BEM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE ERROR-MESSAGE OF BEM1-COMM-AREA
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF BEM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "BEM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
