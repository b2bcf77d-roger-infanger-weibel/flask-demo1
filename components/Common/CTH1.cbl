
       FILE SECTION.
       FD  AUD1-ARCHIVE-FILE.
       01  AUD1-ARCHIVE-RECORD              PIC X(220).

       FD  RHT1-ARCHIVE-FILE.
       01  RHT1-ARCHIVE-RECORD              PIC X(160).
       COPY APQ1REC.
       COPY CFG1REC.

      *> AUD1 history is retired through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before anything is deleted.
       COPY AUTM1.
           88  WS-PARM-FOUND                VALUE 'Y'.

       01  WS-AUD1-CUTOFF                   PIC X(10).
       01  WS-AUD1-KEEP-FROM                PIC S9(15) COMP-3.
       01  WS-RHT1-CUTOFF                   PIC X(10).
       01  WS-CHS1-CUTOFF                   PIC X(10).
       01  WS-GXC1-CUTOFF                   PIC X(10).
       01  WS-APQ1-COUNT                    PIC 9(7) VALUE 0.

       01  WS-EDIT-RC                       PIC -(8)9.
       01  WS-EDIT-SEQUENCE                 PIC Z(14)9.
       01  WS-EDIT-STEP                     PIC -(8)9.
       01  WS-EDIT-COUNT2                   PIC -(8)9.

           DECLARE AGED-AUD1-CURSOR CURSOR FOR
               SELECT MODULE_NAME, AUDIT_ID, USER_ID, STATUS_CODE,
                      RETURN_CODE, ERROR_MESSAGE, AUDIT_TIMESTAMP,
                      CORRELATION_ID, CHAIN_SEQUENCE, ROW_TYPE,
                      CHAIN_HASH
               FROM AUD1
               WHERE (CHAIN_SEQUENCE = 0
                      AND SUBSTR(AUDIT_TIMESTAMP, 1, 10)
                          < :WS-AUD1-CUTOFF)
                  OR (CHAIN_SEQUENCE > 0
                      AND CHAIN_SEQUENCE < :WS-AUD1-KEEP-FROM)
               ORDER BY CHAIN_SEQUENCE
       END-EXEC.

       EXEC SQL
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       RETIRE-AUD1-ROWS.
      *> AUD1 is hash-chained, so the aged population is the chain
      *> prefix below AUW1's retention boundary rather than a plain
      *> date cut, and the delete goes through AUW1 so a removal
      *> checkpoint is chained behind it. The archive keeps each
      *> row's chain position and hash, so the retired history can
      *> still be checked against the checkpoint's anchor.
           MOVE 'B' TO AUW1-FUNCTION
           MOVE WS-AUD1-CUTOFF TO AUW1-CUTOFF-DATE
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "CTH1: AUD1 retention boundary not found - "
                   AUW1-MESSAGE " - AUD1 left as it is"
           ELSE
               MOVE AUW1-KEEP-FROM TO WS-AUD1-KEEP-FROM
               PERFORM ARCHIVE-AND-DELETE-AUD1
           END-IF.

       ARCHIVE-AND-DELETE-AUD1.
           OPEN OUTPUT AUD1-ARCHIVE-FILE
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN AGED-AUD1-CURSOR END-EXEC
                   INTO :AUD1-MODULE-NAME, :AUD1-AUDIT-ID,
                        :AUD1-USER-ID, :AUD1-STATUS,
                        :AUD1-RETURN-CODE, :AUD1-ERROR-MESSAGE,
                        :AUD1-TIMESTAMP, :AUD1-CORRELATION-ID,
                        :AUD1-CHAIN-SEQUENCE, :AUD1-ROW-TYPE,
                        :AUD1-CHAIN-HASH
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
                   ADD 1 TO WS-AUD1-COUNT
                   MOVE SPACES TO AUD1-ARCHIVE-RECORD
                   MOVE AUD1-RETURN-CODE TO WS-EDIT-RC
                   MOVE AUD1-CHAIN-SEQUENCE TO WS-EDIT-SEQUENCE
                   STRING AUD1-MODULE-NAME AUD1-AUDIT-ID
                          AUD1-USER-ID AUD1-STATUS
                          WS-EDIT-RC AUD1-TIMESTAMP
                          AUD1-CORRELATION-ID
                          AUD1-ERROR-MESSAGE
                          WS-EDIT-SEQUENCE AUD1-ROW-TYPE
                          AUD1-CHAIN-HASH
                          DELIMITED BY SIZE
                          INTO AUD1-ARCHIVE-RECORD
                   WRITE AUD1-ARCHIVE-RECORD
           EXEC SQL CLOSE AGED-AUD1-CURSOR END-EXEC
           CLOSE AUD1-ARCHIVE-FILE
           IF WS-AUD1-COUNT > 0
               MOVE 'R' TO AUW1-FUNCTION
               MOVE 'CTH1' TO AUW1-CALLER
               MOVE WS-PARM-USER-ID TO AUW1-USER-ID
               CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
               IF AUW1-STATUS NOT = 'S'
                   DISPLAY "CTH1: AUD1 retention delete failed - "
                       AUW1-MESSAGE
               END-IF
           END-IF.

       RETIRE-RHT1-ROWS.
