
      *> Include the dclgen Db2 layouts
       COPY MND1SQL.
       COPY MND1HSQL.
       COPY CAD1SQL.
       COPY AUD1SQL.


      *> Include the Db2 host fields
       COPY MND1REC.
       COPY MND1HREC.
       COPY CAD1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.
       01  WS-CUSTOMER-COUNT                  PIC S9(9) COMP.
       01  WS-DUPLICATE-COUNT                 PIC S9(9) COMP.

      *> Mandate history - every add, amend and cancel lands the
      *> mandate as it then stands on MND1_HIST, so a changed
      *> ceiling or a fresh signature never loses the trail behind
      *> earlier collections.
       01  WS-CHANGE-TYPE                     PIC X(1).
       01  WS-HISTORY-COUNT                   PIC S9(9) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *> Desk maintenance for direct-debit mandates - the signed
      *> authority PAM2 and SOG1 check before any collection is
      *> created. A mandate is never deleted, only cancelled, so
      *> the authority trail for past collections survives, and a
      *> new ceiling or signature is an amend, not a cancel-and-add.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-ID-FORMAT
           IF MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'V'
               EVALUATE ACTION-CODE OF MDM1-COMM-AREA
                   WHEN 'A'
                       PERFORM ADD-MANDATE
                   WHEN 'U'
                       PERFORM AMEND-MANDATE
                   WHEN 'C'
                       PERFORM CANCEL-MANDATE
                   WHEN OTHER
                       MOVE 'V' TO MANDATE-STATUS OF MDM1-COMM-AREA
                       MOVE 'Action must be A, U or C'
                           TO ERROR-MESSAGE OF MDM1-COMM-AREA
               END-EVALUATE
           END-IF
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO MANDATE-STATUS OF MDM1-COMM-AREA
               MOVE 'A' TO WS-CHANGE-TYPE
               PERFORM WRITE-MANDATE-HISTORY
           ELSE
               MOVE 'E' TO MANDATE-STATUS OF MDM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               MOVE SQLCODE TO RETURN-CODE OF MDM1-COMM-AREA
           END-IF.

       AMEND-MANDATE.
      *> A new ceiling, a new signature date, or both - zero or
      *> spaces leaves that one as it is. Only a live mandate amends;
      *> a lapsed or cancelled one needs a fresh add.
           IF CEILING-AMOUNT OF MDM1-COMM-AREA < 0
               MOVE 'V' TO MANDATE-STATUS OF MDM1-COMM-AREA
               MOVE 'Ceiling amount must be positive'
                   TO ERROR-MESSAGE OF MDM1-COMM-AREA
           END-IF
           IF CEILING-AMOUNT OF MDM1-COMM-AREA = 0
              AND SIGNATURE-DATE OF MDM1-COMM-AREA = SPACES
               MOVE 'V' TO MANDATE-STATUS OF MDM1-COMM-AREA
               MOVE 'Give a new ceiling or signature date to amend'
                   TO ERROR-MESSAGE OF MDM1-COMM-AREA
           END-IF
           IF MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'V'
               PERFORM READ-ACTIVE-MANDATE
           END-IF
           IF MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'V'
               AND MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'X'
               AND MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'E'
               PERFORM KEEP-ORIGINAL-MANDATE
           END-IF
           IF MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'V'
               AND MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'X'
               AND MANDATE-STATUS OF MDM1-COMM-AREA NOT = 'E'
               PERFORM UPDATE-MANDATE
           END-IF.

       READ-ACTIVE-MANDATE.
           EXEC SQL
               SELECT CUSTOMER_ID, CEILING_AMOUNT, SIGNATURE_DATE,
                      MANDATE_STATUS, MANDATE_USER
               INTO :MND1-REC.CUSTOMER-ID, :MND1-REC.CEILING-AMOUNT,
                    :MND1-REC.SIGNATURE-DATE,
                    :MND1-REC.MANDATE-STATUS, :MND1-REC.MANDATE-USER
               FROM MND1
               WHERE MANDATE_ID = :MDM1-COMM-AREA.MANDATE-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO MANDATE-STATUS OF MDM1-COMM-AREA
                   MOVE 'Mandate is not active'
                       TO ERROR-MESSAGE OF MDM1-COMM-AREA
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO MANDATE-STATUS OF MDM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF MDM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF MDM1-COMM-AREA
               WHEN MANDATE-STATUS OF MND1-REC NOT = 'A'
                   MOVE 'X' TO MANDATE-STATUS OF MDM1-COMM-AREA
                   MOVE 'Mandate is not active'
                       TO ERROR-MESSAGE OF MDM1-COMM-AREA
           END-EVALUATE
           MOVE MANDATE-ID OF MDM1-COMM-AREA
               TO MANDATE-ID OF MND1-REC.

       KEEP-ORIGINAL-MANDATE.
      *> A mandate added before the history was kept has no row yet -
      *> its first amendment lands the mandate as it stood first,
      *> dated from its signature, so the old ceiling and signature
      *> are not lost with the update.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HISTORY-COUNT
               FROM MND1_HIST
               WHERE MANDATE_ID = :MND1-REC.MANDATE-ID
           END-EXEC
           IF SQLCODE = 0 AND WS-HISTORY-COUNT = 0
               MOVE 'O' TO WS-CHANGE-TYPE
               PERFORM WRITE-MANDATE-HISTORY
           END-IF.

       UPDATE-MANDATE.
           IF CEILING-AMOUNT OF MDM1-COMM-AREA > 0
               MOVE CEILING-AMOUNT OF MDM1-COMM-AREA
                   TO CEILING-AMOUNT OF MND1-REC
           END-IF
           IF SIGNATURE-DATE OF MDM1-COMM-AREA NOT = SPACES
               MOVE SIGNATURE-DATE OF MDM1-COMM-AREA
                   TO SIGNATURE-DATE OF MND1-REC
           END-IF
           MOVE USER-ID OF MDM1-COMM-AREA TO MANDATE-USER OF MND1-REC
           EXEC SQL
               UPDATE MND1
               SET CEILING_AMOUNT = :MND1-REC.CEILING-AMOUNT,
                   SIGNATURE_DATE = :MND1-REC.SIGNATURE-DATE,
                   MANDATE_USER = :MND1-REC.MANDATE-USER
               WHERE MANDATE_ID = :MND1-REC.MANDATE-ID
                 AND MANDATE_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO MANDATE-STATUS OF MDM1-COMM-AREA
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   MOVE ERRM1-MESSAGE
                       TO ERROR-MESSAGE OF MDM1-COMM-AREA
                   MOVE SQLCODE TO RETURN-CODE OF MDM1-COMM-AREA
               WHEN SQLERRD(3) = 0
                   MOVE 'X' TO MANDATE-STATUS OF MDM1-COMM-AREA
                   MOVE 'Mandate is not active'
                       TO ERROR-MESSAGE OF MDM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO MANDATE-STATUS OF MDM1-COMM-AREA
                   MOVE 'U' TO WS-CHANGE-TYPE
                   PERFORM WRITE-MANDATE-HISTORY
           END-EVALUATE.

       CANCEL-MANDATE.
      *> The WHERE repeats the active check so only a live mandate
      *> cancels - "no row updated" comes back as not active.
                       TO ERROR-MESSAGE OF MDM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO MANDATE-STATUS OF MDM1-COMM-AREA
                   PERFORM READ-CANCELLED-MANDATE
           END-EVALUATE.

       READ-CANCELLED-MANDATE.
      *> The history row holds the whole mandate as cancelled, so the
      *> ceiling and signature it last carried are read back.
           EXEC SQL
               SELECT MANDATE_ID, CEILING_AMOUNT, SIGNATURE_DATE,
                      MANDATE_STATUS, MANDATE_USER
               INTO :MND1-REC.MANDATE-ID, :MND1-REC.CEILING-AMOUNT,
                    :MND1-REC.SIGNATURE-DATE,
                    :MND1-REC.MANDATE-STATUS, :MND1-REC.MANDATE-USER
               FROM MND1
               WHERE MANDATE_ID = :MDM1-COMM-AREA.MANDATE-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE 'C' TO WS-CHANGE-TYPE
               PERFORM WRITE-MANDATE-HISTORY
           ELSE
               MOVE 'E' TO MANDATE-STATUS OF MDM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF MDM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF MDM1-COMM-AREA
           END-IF.

       WRITE-MANDATE-HISTORY.
      *> The row is the mandate in MND1-REC as it stands after the
      *> change; the one before it on MND1_HIST is the old values.
           MOVE MANDATE-ID OF MND1-REC TO MANDATE-ID OF MND1-HIST-REC
           IF WS-CHANGE-TYPE = 'O'
               MOVE SPACES TO CHANGE-TIMESTAMP OF MND1-HIST-REC
               STRING SIGNATURE-DATE OF MND1-REC ' 00:00:00'
                      DELIMITED BY SIZE
                      INTO CHANGE-TIMESTAMP OF MND1-HIST-REC
           ELSE
               STRING WS-CURRENT-DATE(1:4)  '-'
                      WS-CURRENT-DATE(5:2)  '-'
                      WS-CURRENT-DATE(7:2)  ' '
                      WS-CURRENT-DATE(9:2)  ':'
                      WS-CURRENT-DATE(11:2) ':'
                      WS-CURRENT-DATE(13:2)
                      DELIMITED BY SIZE
                      INTO CHANGE-TIMESTAMP OF MND1-HIST-REC
           END-IF
           MOVE WS-CHANGE-TYPE TO CHANGE-TYPE OF MND1-HIST-REC
           MOVE CEILING-AMOUNT OF MND1-REC
               TO CEILING-AMOUNT OF MND1-HIST-REC
           MOVE SIGNATURE-DATE OF MND1-REC
               TO SIGNATURE-DATE OF MND1-HIST-REC
           MOVE MANDATE-STATUS OF MND1-REC
               TO MANDATE-STATUS OF MND1-HIST-REC
           MOVE MANDATE-USER OF MND1-REC
               TO CHANGE-USER OF MND1-HIST-REC
           EXEC SQL
               INSERT INTO MND1_HIST
                   (MANDATE_ID, CHANGE_TIMESTAMP, CHANGE_TYPE,
                    CEILING_AMOUNT, SIGNATURE_DATE, MANDATE_STATUS,
                    CHANGE_USER)
               VALUES
                   (:MND1-HIST-REC.MANDATE-ID,
                    :MND1-HIST-REC.CHANGE-TIMESTAMP,
                    :MND1-HIST-REC.CHANGE-TYPE,
                    :MND1-HIST-REC.CEILING-AMOUNT,
                    :MND1-HIST-REC.SIGNATURE-DATE,
                    :MND1-HIST-REC.MANDATE-STATUS,
                    :MND1-HIST-REC.CHANGE-USER)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO MANDATE-STATUS OF MDM1-COMM-AREA
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF MDM1-COMM-AREA
               MOVE SQLCODE TO RETURN-CODE OF MDM1-COMM-AREA
           END-IF.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF MDM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "MDM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
