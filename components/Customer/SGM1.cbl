       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SGM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY SIG1SQL.
       COPY SIG1HSQL.
       COPY CAD1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY SIG1REC.
       COPY SIG1HREC.
       COPY CAD1REC.
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

       01  WS-CUSTOMER-COUNT                  PIC S9(9) COMP.
       01  WS-DUPLICATE-COUNT                 PIC S9(9) COMP.

      *> Signatory history - every add, amend and cancel lands the
      *> signatory as it then stands on SIG1_HIST, so the authority
      *> behind a payment signed under an old limit is never lost.
       01  WS-CHANGE-TYPE                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY SGM1.

       PROCEDURE DIVISION USING SGM1-COMM-AREA.
       MAIN-PROCESS.
      *> Desk maintenance for a corporate customer's authorized
      *> signatories - the people PAM2 checks an instruction was
      *> signed by, and whose individual limits decide when PAM5
      *> needs a second signature before clearing. A signatory is
      *> never deleted, only cancelled, so the authority behind past
      *> payments survives.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-ID-FORMAT
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               EVALUATE ACTION-CODE OF SGM1-COMM-AREA
                   WHEN 'A'
                       PERFORM ADD-SIGNATORY
                   WHEN 'U'
                       PERFORM AMEND-SIGNATORY
                   WHEN 'C'
                       PERFORM CANCEL-SIGNATORY
                   WHEN OTHER
                       MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                       MOVE 'Action must be A, U or C'
                           TO ERROR-MESSAGE OF SGM1-COMM-AREA
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF SGM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF SGM1-COMM-AREA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

       VALIDATE-ID-FORMAT.
      *> Same shared check CAM1/BAM1/PAM1 run before their own SQL.
           MOVE SIGNATORY-REF OF SGM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE IDV1-REASON
                   TO ERROR-MESSAGE OF SGM1-COMM-AREA
           END-IF.

       ADD-SIGNATORY.
           MOVE SIGNATORY-REF OF SGM1-COMM-AREA
               TO SIGNATORY-REF OF SIG1-REC
           MOVE CUSTOMER-ID OF SGM1-COMM-AREA
               TO CUSTOMER-ID OF SIG1-REC
           MOVE SIGNATORY-NAME OF SGM1-COMM-AREA
               TO SIGNATORY-NAME OF SIG1-REC
           MOVE SIGNING-CLASS OF SGM1-COMM-AREA
               TO SIGNING-CLASS OF SIG1-REC
           MOVE INDIVIDUAL-LIMIT OF SGM1-COMM-AREA
               TO INDIVIDUAL-LIMIT OF SIG1-REC
           IF VALID-FROM OF SGM1-COMM-AREA = SPACES
               MOVE WS-CURRENT-DATE(1:4) TO VALID-FROM OF SIG1-REC(1:4)
               MOVE '-' TO VALID-FROM OF SIG1-REC(5:1)
               MOVE WS-CURRENT-DATE(5:2) TO VALID-FROM OF SIG1-REC(6:2)
               MOVE '-' TO VALID-FROM OF SIG1-REC(8:1)
               MOVE WS-CURRENT-DATE(7:2) TO VALID-FROM OF SIG1-REC(9:2)
           ELSE
               MOVE VALID-FROM OF SGM1-COMM-AREA
                   TO VALID-FROM OF SIG1-REC
           END-IF
           IF VALID-TO OF SGM1-COMM-AREA = SPACES
               MOVE '9999-12-31' TO VALID-TO OF SIG1-REC
           ELSE
               MOVE VALID-TO OF SGM1-COMM-AREA TO VALID-TO OF SIG1-REC
           END-IF
           IF SIGNATORY-NAME OF SIG1-REC = SPACES
               MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE 'Signatory name is required'
                   TO ERROR-MESSAGE OF SGM1-COMM-AREA
           END-IF
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               PERFORM VALIDATE-AUTHORITY
           END-IF
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               PERFORM VALIDATE-CUSTOMER
           END-IF
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               PERFORM CHECK-DUPLICATE-SIGNATORY
           END-IF
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               AND SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'X'
               PERFORM INSERT-SIGNATORY
           END-IF.

       VALIDATE-AUTHORITY.
      *> Run on the signatory as it will stand - on an add the new
      *> row, on an amend the active row with the changes laid over
      *> it. A joint-only signatory never signs alone, so whatever
      *> limit was keyed is held as zero.
           EVALUATE TRUE
               WHEN NOT SIGNS-ALONE OF SIG1-REC
                    AND NOT SIGNS-JOINTLY OF SIG1-REC
                   MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'Signing class must be S or J'
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
               WHEN SIGNS-ALONE OF SIG1-REC
                    AND INDIVIDUAL-LIMIT OF SIG1-REC NOT > 0
                   MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'A sole signatory needs a positive limit'
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
               WHEN VALID-TO OF SIG1-REC < VALID-FROM OF SIG1-REC
                   MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'Valid-to date is before the valid-from date'
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
               WHEN SIGNS-JOINTLY OF SIG1-REC
                   MOVE 0 TO INDIVIDUAL-LIMIT OF SIG1-REC
           END-EVALUATE.

       VALIDATE-CUSTOMER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CUSTOMER-COUNT
               FROM CAD1
               WHERE CUSTOMER_ID = :SGM1-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CUSTOMER-COUNT = 0
               MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE 'Customer is not on CAD1'
                   TO ERROR-MESSAGE OF SGM1-COMM-AREA
           END-IF.

       CHECK-DUPLICATE-SIGNATORY.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DUPLICATE-COUNT
               FROM SIG1
               WHERE SIGNATORY_REF = :SGM1-COMM-AREA.SIGNATORY-REF
           END-EXEC
           IF SQLCODE = 0 AND WS-DUPLICATE-COUNT > 0
               MOVE 'X' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE 'Signatory reference already exists'
                   TO ERROR-MESSAGE OF SGM1-COMM-AREA
           END-IF.

       INSERT-SIGNATORY.
           MOVE 'A' TO SIGNATORY-STATUS OF SIG1-REC
           MOVE USER-ID OF SGM1-COMM-AREA
               TO SIGNATORY-USER OF SIG1-REC
           EXEC SQL
               INSERT INTO SIG1
                   (SIGNATORY_REF, CUSTOMER_ID, SIGNATORY_NAME,
                    SIGNING_CLASS, INDIVIDUAL_LIMIT, VALID_FROM,
                    VALID_TO, SIGNATORY_STATUS, SIGNATORY_USER)
               VALUES
                   (:SIG1-REC.SIGNATORY-REF, :SIG1-REC.CUSTOMER-ID,
                    :SIG1-REC.SIGNATORY-NAME,
                    :SIG1-REC.SIGNING-CLASS,
                    :SIG1-REC.INDIVIDUAL-LIMIT,
                    :SIG1-REC.VALID-FROM, :SIG1-REC.VALID-TO,
                    :SIG1-REC.SIGNATORY-STATUS,
                    :SIG1-REC.SIGNATORY-USER)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE 'A' TO WS-CHANGE-TYPE
               PERFORM WRITE-SIGNATORY-HISTORY
           ELSE
               MOVE 'E' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF SGM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF SGM1-COMM-AREA
           END-IF.

       AMEND-SIGNATORY.
      *> A new name, class, limit or validity - spaces (zero for the
      *> limit) leaves that one as it is. Only a live signatory
      *> amends; a cancelled one needs a fresh add.
           IF INDIVIDUAL-LIMIT OF SGM1-COMM-AREA < 0
               MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE 'Individual limit cannot be negative'
                   TO ERROR-MESSAGE OF SGM1-COMM-AREA
           END-IF
           IF SIGNATORY-NAME OF SGM1-COMM-AREA = SPACES
              AND SIGNING-CLASS OF SGM1-COMM-AREA = SPACES
              AND INDIVIDUAL-LIMIT OF SGM1-COMM-AREA = 0
              AND VALID-FROM OF SGM1-COMM-AREA = SPACES
              AND VALID-TO OF SGM1-COMM-AREA = SPACES
               MOVE 'V' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE 'Give a new name, class, limit or date to amend'
                   TO ERROR-MESSAGE OF SGM1-COMM-AREA
           END-IF
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               PERFORM READ-ACTIVE-SIGNATORY
           END-IF
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               AND SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'X'
               AND SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'E'
               PERFORM APPLY-AMENDMENT
               PERFORM VALIDATE-AUTHORITY
           END-IF
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'V'
               AND SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'X'
               AND SIGNATORY-STATUS OF SGM1-COMM-AREA NOT = 'E'
               PERFORM UPDATE-SIGNATORY
           END-IF.

       READ-ACTIVE-SIGNATORY.
           EXEC SQL
               SELECT CUSTOMER_ID, SIGNATORY_NAME, SIGNING_CLASS,
                      INDIVIDUAL_LIMIT, VALID_FROM, VALID_TO,
                      SIGNATORY_STATUS, SIGNATORY_USER
               INTO :SIG1-REC.CUSTOMER-ID, :SIG1-REC.SIGNATORY-NAME,
                    :SIG1-REC.SIGNING-CLASS,
                    :SIG1-REC.INDIVIDUAL-LIMIT,
                    :SIG1-REC.VALID-FROM, :SIG1-REC.VALID-TO,
                    :SIG1-REC.SIGNATORY-STATUS,
                    :SIG1-REC.SIGNATORY-USER
               FROM SIG1
               WHERE SIGNATORY_REF = :SGM1-COMM-AREA.SIGNATORY-REF
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'Signatory is not active'
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF SGM1-COMM-AREA
               WHEN NOT SIGNATORY-ACTIVE OF SIG1-REC
                   MOVE 'X' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'Signatory is not active'
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
           END-EVALUATE
           MOVE SIGNATORY-REF OF SGM1-COMM-AREA
               TO SIGNATORY-REF OF SIG1-REC.

       APPLY-AMENDMENT.
           IF SIGNATORY-NAME OF SGM1-COMM-AREA NOT = SPACES
               MOVE SIGNATORY-NAME OF SGM1-COMM-AREA
                   TO SIGNATORY-NAME OF SIG1-REC
           END-IF
           IF SIGNING-CLASS OF SGM1-COMM-AREA NOT = SPACES
               MOVE SIGNING-CLASS OF SGM1-COMM-AREA
                   TO SIGNING-CLASS OF SIG1-REC
           END-IF
           IF INDIVIDUAL-LIMIT OF SGM1-COMM-AREA > 0
               MOVE INDIVIDUAL-LIMIT OF SGM1-COMM-AREA
                   TO INDIVIDUAL-LIMIT OF SIG1-REC
           END-IF
           IF VALID-FROM OF SGM1-COMM-AREA NOT = SPACES
               MOVE VALID-FROM OF SGM1-COMM-AREA
                   TO VALID-FROM OF SIG1-REC
           END-IF
           IF VALID-TO OF SGM1-COMM-AREA NOT = SPACES
               MOVE VALID-TO OF SGM1-COMM-AREA TO VALID-TO OF SIG1-REC
           END-IF
           MOVE USER-ID OF SGM1-COMM-AREA
               TO SIGNATORY-USER OF SIG1-REC.

       UPDATE-SIGNATORY.
           EXEC SQL
               UPDATE SIG1
               SET SIGNATORY_NAME = :SIG1-REC.SIGNATORY-NAME,
                   SIGNING_CLASS = :SIG1-REC.SIGNING-CLASS,
                   INDIVIDUAL_LIMIT = :SIG1-REC.INDIVIDUAL-LIMIT,
                   VALID_FROM = :SIG1-REC.VALID-FROM,
                   VALID_TO = :SIG1-REC.VALID-TO,
                   SIGNATORY_USER = :SIG1-REC.SIGNATORY-USER
               WHERE SIGNATORY_REF = :SIG1-REC.SIGNATORY-REF
                 AND SIGNATORY_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF SGM1-COMM-AREA
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'Signatory is not active'
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'U' TO WS-CHANGE-TYPE
                   PERFORM WRITE-SIGNATORY-HISTORY
           END-EVALUATE.

       CANCEL-SIGNATORY.
      *> The WHERE repeats the active check so only a live signatory
      *> cancels - "no row updated" comes back as not active.
           EXEC SQL
               UPDATE SIG1
               SET SIGNATORY_STATUS = 'C',
                   SIGNATORY_USER = :SGM1-COMM-AREA.USER-ID
               WHERE SIGNATORY_REF = :SGM1-COMM-AREA.SIGNATORY-REF
                 AND SIGNATORY_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF SGM1-COMM-AREA
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   MOVE 'Signatory is not active'
                       TO ERROR-MESSAGE OF SGM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
                   PERFORM READ-CANCELLED-SIGNATORY
           END-EVALUATE.

       READ-CANCELLED-SIGNATORY.
      *> The history row holds the whole signatory as cancelled, so
      *> the class, limit and validity it last carried are read back.
           EXEC SQL
               SELECT SIGNATORY_REF, CUSTOMER_ID, SIGNATORY_NAME,
                      SIGNING_CLASS, INDIVIDUAL_LIMIT, VALID_FROM,
                      VALID_TO, SIGNATORY_STATUS, SIGNATORY_USER
               INTO :SIG1-REC.SIGNATORY-REF, :SIG1-REC.CUSTOMER-ID,
                    :SIG1-REC.SIGNATORY-NAME,
                    :SIG1-REC.SIGNING-CLASS,
                    :SIG1-REC.INDIVIDUAL-LIMIT,
                    :SIG1-REC.VALID-FROM, :SIG1-REC.VALID-TO,
                    :SIG1-REC.SIGNATORY-STATUS,
                    :SIG1-REC.SIGNATORY-USER
               FROM SIG1
               WHERE SIGNATORY_REF = :SGM1-COMM-AREA.SIGNATORY-REF
           END-EXEC
           IF SQLCODE = 0
               MOVE 'C' TO WS-CHANGE-TYPE
               PERFORM WRITE-SIGNATORY-HISTORY
           ELSE
               MOVE 'E' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF SGM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF SGM1-COMM-AREA
           END-IF.

       WRITE-SIGNATORY-HISTORY.
      *> The row is the signatory in SIG1-REC as it stands after the
      *> change; the one before it on SIG1_HIST is the old values.
           MOVE SIGNATORY-REF OF SIG1-REC
               TO SIGNATORY-REF OF SIG1-HIST-REC
           STRING WS-CURRENT-DATE(1:4)  '-'
                  WS-CURRENT-DATE(5:2)  '-'
                  WS-CURRENT-DATE(7:2)  ' '
                  WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':'
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO CHANGE-TIMESTAMP OF SIG1-HIST-REC
           MOVE WS-CHANGE-TYPE TO CHANGE-TYPE OF SIG1-HIST-REC
           MOVE CUSTOMER-ID OF SIG1-REC TO CUSTOMER-ID OF SIG1-HIST-REC
           MOVE SIGNATORY-NAME OF SIG1-REC
               TO SIGNATORY-NAME OF SIG1-HIST-REC
           MOVE SIGNING-CLASS OF SIG1-REC
               TO SIGNING-CLASS OF SIG1-HIST-REC
           MOVE INDIVIDUAL-LIMIT OF SIG1-REC
               TO INDIVIDUAL-LIMIT OF SIG1-HIST-REC
           MOVE VALID-FROM OF SIG1-REC TO VALID-FROM OF SIG1-HIST-REC
           MOVE VALID-TO OF SIG1-REC TO VALID-TO OF SIG1-HIST-REC
           MOVE SIGNATORY-STATUS OF SIG1-REC
               TO SIGNATORY-STATUS OF SIG1-HIST-REC
           MOVE SIGNATORY-USER OF SIG1-REC
               TO CHANGE-USER OF SIG1-HIST-REC
           EXEC SQL
               INSERT INTO SIG1_HIST
                   (SIGNATORY_REF, CHANGE_TIMESTAMP, CHANGE_TYPE,
                    CUSTOMER_ID, SIGNATORY_NAME, SIGNING_CLASS,
                    INDIVIDUAL_LIMIT, VALID_FROM, VALID_TO,
                    SIGNATORY_STATUS, CHANGE_USER)
               VALUES
                   (:SIG1-HIST-REC.SIGNATORY-REF,
                    :SIG1-HIST-REC.CHANGE-TIMESTAMP,
                    :SIG1-HIST-REC.CHANGE-TYPE,
                    :SIG1-HIST-REC.CUSTOMER-ID,
                    :SIG1-HIST-REC.SIGNATORY-NAME,
                    :SIG1-HIST-REC.SIGNING-CLASS,
                    :SIG1-HIST-REC.INDIVIDUAL-LIMIT,
                    :SIG1-HIST-REC.VALID-FROM,
                    :SIG1-HIST-REC.VALID-TO,
                    :SIG1-HIST-REC.SIGNATORY-STATUS,
                    :SIG1-HIST-REC.CHANGE-USER)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO SIGNATORY-STATUS OF SGM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF SGM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF SGM1-COMM-AREA
           END-IF.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF SGM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module SGM1 ended with status: "
               SIGNATORY-STATUS OF SGM1-COMM-AREA.
           IF SIGNATORY-STATUS OF SGM1-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF SGM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome -
      *> compliance review needs the failures too.
           MOVE 'SGM1' TO AUD1-MODULE-NAME
           MOVE SIGNATORY-REF OF SGM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF SGM1-COMM-AREA TO AUD1-USER-ID
           MOVE SIGNATORY-STATUS OF SGM1-COMM-AREA TO AUD1-STATUS
           MOVE RETURN-CODE OF SGM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE ERROR-MESSAGE OF SGM1-COMM-AREA
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF SGM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "SGM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
