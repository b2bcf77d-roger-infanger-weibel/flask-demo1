      *> the ARC1 archive counterparts, plus the central audit table
       COPY CAD1SQL.
       COPY CAD1HSQL.
       COPY CAD1PSQL.
       COPY CAD1ASQL.
       COPY BAD1SQL.
       COPY BAD1ASQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AUD1REC.

      *> Chained AUD1 rows are scrubbed through the shared writer
       COPY AUW1.
       01  AUW1-PGM                        PIC X(8) VALUE 'AUW1'.

      *> Shared ID-format validation
       COPY IDV1.
       01  IDV1-PGM                        PIC X(8) VALUE 'IDV1'.
           VALUE '**ERASED**'.

       01  WS-ROW-COUNT                    PIC S9(9) COMP.
       01  WS-CHAIN-SCRUB-SWITCH           PIC X(1).
           88  WS-CHAIN-SCRUB-DONE         VALUE 'Y'.
       01  WS-FILE-SCRUB-COUNT             PIC 9(7).

       01  WS-DATE-DIGITS                  PIC 9(8).
                   WS-ERASE-CUSTOMER-ID
               PERFORM ANONYMIZE-CAD1
               PERFORM ANONYMIZE-CAD1-HIST
               PERFORM ANONYMIZE-CAD1-ADDR
               PERFORM ANONYMIZE-CAD1-ARCH
               PERFORM ANONYMIZE-AUD1-TABLE
               DISPLAY "    BAD1/PAD1/GAD1 and archives: amounts"
                   SQLCODE
           END-IF.

       ANONYMIZE-CAD1-ADDR.
           EXEC SQL
               UPDATE CAD1_ADDR
               SET PURPOSE_ADDRESS = :WS-ERASED-ADDRESS
               WHERE CUSTOMER_ID = :WS-ERASE-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ROW-COUNT
               DISPLAY "    CAD1_ADDR: " WS-ROW-COUNT
                   " row(s) anonymized"
           ELSE
               DISPLAY "    CAD1_ADDR: anonymize failed, SQLCODE "
                   SQLCODE
           END-IF.

       ANONYMIZE-CAD1-ARCH.
           EXEC SQL
               UPDATE CAD1_ARCH

       ANONYMIZE-AUD1-TABLE.
      *> The central AUD1 table AUL1 sweeps the flat files into
      *> carries the same key - scrub it the same way. Rows from
      *> before the hash chain are updated in place as always; a
      *> chained row is scrubbed one at a time through AUW1, which
      *> chains an 'S' checkpoint carrying the row's new hash so
      *> AUV1 still proves the chain intact around it.
           EXEC SQL
               UPDATE AUD1
               SET AUDIT_ID = :WS-ERASED-ID
               WHERE AUDIT_ID = :WS-ERASE-CUSTOMER-ID
                 AND CHAIN_SEQUENCE = 0
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-ROW-COUNT
               WHEN 100
                   MOVE 0 TO WS-ROW-COUNT
               WHEN OTHER
                   MOVE 0 TO WS-ROW-COUNT
                   DISPLAY "    AUD1: anonymize failed, SQLCODE "
                       SQLCODE
           END-EVALUATE
           MOVE 'N' TO WS-CHAIN-SCRUB-SWITCH
           PERFORM UNTIL WS-CHAIN-SCRUB-DONE
               PERFORM SCRUB-ONE-CHAINED-ROW
           END-PERFORM
           DISPLAY "    AUD1: " WS-ROW-COUNT
               " row(s) anonymized".

       SCRUB-ONE-CHAINED-ROW.
      *> Each scrub takes the row out of the predicate, so the same
      *> select finds the next one until none is left.
           EXEC SQL
               SELECT MODULE_NAME, AUDIT_ID, USER_ID, STATUS_CODE,
                      RETURN_CODE, ERROR_MESSAGE, AUDIT_TIMESTAMP,
                      CORRELATION_ID, CHAIN_SEQUENCE, ROW_TYPE,
                      CHAIN_DATE, ANCHOR_SEQUENCE, ANCHOR_HASH,
                      CHAIN_HASH
               INTO :AUD1-MODULE-NAME, :AUD1-AUDIT-ID,
                    :AUD1-USER-ID, :AUD1-STATUS, :AUD1-RETURN-CODE,
                    :AUD1-ERROR-MESSAGE, :AUD1-TIMESTAMP,
                    :AUD1-CORRELATION-ID, :AUD1-CHAIN-SEQUENCE,
                    :AUD1-ROW-TYPE, :AUD1-CHAIN-DATE,
                    :AUD1-ANCHOR-SEQUENCE, :AUD1-ANCHOR-HASH,
                    :AUD1-CHAIN-HASH
               FROM AUD1
               WHERE AUDIT_ID = :WS-ERASE-CUSTOMER-ID
                 AND CHAIN_SEQUENCE > 0
               ORDER BY CHAIN_SEQUENCE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-ERASED-ID TO AUD1-AUDIT-ID
                   MOVE 'S' TO AUW1-FUNCTION
                   MOVE 'ERA1' TO AUW1-CALLER
                   MOVE 'BATCHUSR' TO AUW1-USER-ID
                   CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
                   IF AUW1-STATUS = 'S'
                       ADD 1 TO WS-ROW-COUNT
                   ELSE
                       DISPLAY "    AUD1: chained scrub failed - "
                           AUW1-MESSAGE
                       SET WS-CHAIN-SCRUB-DONE TO TRUE
                   END-IF
               WHEN 100
                   SET WS-CHAIN-SCRUB-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "    AUD1: anonymize failed, SQLCODE "
                       SQLCODE
                   SET WS-CHAIN-SCRUB-DONE TO TRUE
           END-EVALUATE.

       SCRUB-AUDIT-GENERATIONS.
      *> Every daily generation inside the retention window is
