       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUW1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY AUD1SQL.
       COPY AUC1SQL.
       COPY CFG1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AUC1REC.
       COPY CFG1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> The chain key lives on CFG1 under an owner-only grant - a
      *> row re-written by anyone without it cannot be given a hash
      *> that verifies. Read once per run unit.
       01  WS-KEY-PARM                      PIC X(20)
           VALUE 'AUDIT-CHAIN-KEY'.
       01  WS-KEY-SWITCH                    PIC X(1) VALUE 'N'.
           88  WS-KEY-LOADED                VALUE 'Y'.
       01  WS-CHAIN-NAME                    PIC X(8) VALUE 'AUD1'.
       01  WS-GENESIS-HASH                  PIC X(20)
           VALUE '00000000000000000000'.

      *> Everything the hash covers, in a fixed layout so the
      *> writer, the scrub and AUV1's re-computation can never
      *> disagree about byte order. The key brackets the content.
       01  WS-HASH-WORK.
           05  WS-HASH-KEY-FRONT            PIC X(20).
           05  WS-HASH-SEQUENCE             PIC 9(15).
           05  WS-HASH-ROW-TYPE             PIC X(1).
           05  WS-HASH-MODULE-NAME          PIC X(8).
           05  WS-HASH-AUDIT-ID             PIC X(10).
           05  WS-HASH-USER-ID              PIC X(8).
           05  WS-HASH-STATUS               PIC X(1).
           05  WS-HASH-RETURN-CODE          PIC S9(9)
                                            SIGN LEADING SEPARATE.
           05  WS-HASH-ERROR-MESSAGE        PIC X(100).
           05  WS-HASH-TIMESTAMP            PIC X(20).
           05  WS-HASH-CORRELATION-ID       PIC X(20).
           05  WS-HASH-CHAIN-DATE           PIC X(10).
           05  WS-HASH-ANCHOR-SEQUENCE      PIC 9(15).
           05  WS-HASH-ANCHOR-HASH          PIC X(20).
           05  WS-HASH-PREVIOUS-HASH        PIC X(20).
           05  WS-HASH-KEY-BACK             PIC X(20).
       01  WS-HASH-IX                       PIC 9(4) COMP.

      *> Two independent running remainders, each under its own
      *> prime modulus - twenty digits between them.
       01  WS-HASH-A                        PIC 9(18) COMP.
       01  WS-HASH-B                        PIC 9(18) COMP.
       01  WS-HASH-RESULT.
           05  WS-HASH-RESULT-A             PIC 9(10).
           05  WS-HASH-RESULT-B             PIC 9(10).

       01  WS-CURRENT-DATE                  PIC X(21).
       01  WS-SCRUB-SEQUENCE                PIC S9(15) COMP-3.
       01  WS-SCRUB-HASH                    PIC X(20).
       01  WS-ANCHOR-SEQUENCE               PIC S9(15) COMP-3.
       01  WS-ANCHOR-HASH                   PIC X(20).
       01  WS-LEGACY-COUNT                  PIC S9(9) COMP.
       01  WS-EDIT-SEQUENCE                 PIC Z(14)9.
       01  WS-EDIT-COUNT                    PIC Z(8)9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybooks
       COPY AUW1.
       COPY AUD1REC.

       PROCEDURE DIVISION USING AUW1-COMM-AREA AUD1-REC.
       MAIN-PROCESS.
      *> Every AUD1 row goes onto the table through here, so every
      *> row carries a chain sequence and a keyed hash over its own
      *> content and the previous row's hash - a row changed or
      *> removed by hand no longer verifies under AUV1. History is
      *> only ever retired or scrubbed through here as well, and
      *> each such change leaves a checkpoint row on the chain that
      *> says what was done and carries the hash needed to prove
      *> the rest still holds.
           MOVE 'S' TO AUW1-STATUS
           MOVE 0 TO AUW1-SQLCODE
           MOVE SPACES TO AUW1-MESSAGE
           IF NOT WS-KEY-LOADED
               PERFORM READ-CHAIN-KEY
           END-IF
           EVALUATE AUW1-FUNCTION
               WHEN 'W'
                   MOVE 'A' TO AUD1-ROW-TYPE
                   MOVE 0 TO AUD1-ANCHOR-SEQUENCE
                   MOVE SPACES TO AUD1-ANCHOR-HASH
                   PERFORM WRITE-CHAINED-ROW
               WHEN 'C'
                   PERFORM WRITE-CHAINED-ROW
               WHEN 'H'
                   PERFORM COMPUTE-ROW-HASH
               WHEN 'P'
                   PERFORM FIND-PREVIOUS-HASH
               WHEN 'S'
                   PERFORM SCRUB-CHAINED-ROW
               WHEN 'B'
                   PERFORM FIND-RETENTION-BOUNDARY
               WHEN 'R'
                   PERFORM RETIRE-CHAIN-PREFIX
               WHEN OTHER
                   MOVE 'E' TO AUW1-STATUS
                   MOVE 'Unknown AUW1 function code'
                       TO AUW1-MESSAGE
           END-EVALUATE
           GOBACK.

       READ-CHAIN-KEY.
      *> No key row still chains the rows - it just means the chain
      *> proves order and completeness without proving authorship.
           MOVE SPACES TO PARM-VALUE OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :WS-KEY-PARM
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO PARM-VALUE OF CFG1-REC
           END-IF
           MOVE PARM-VALUE OF CFG1-REC TO WS-HASH-KEY-FRONT
           MOVE PARM-VALUE OF CFG1-REC TO WS-HASH-KEY-BACK
           SET WS-KEY-LOADED TO TRUE.

       WRITE-CHAINED-ROW.
      *> The chain head row stays locked from the sequence bump
      *> until the caller's commit, so two writers can never take
      *> the same position or link to the same predecessor.
           PERFORM ADVANCE-CHAIN-HEAD
           IF AUW1-STATUS = 'S'
               MOVE LAST-SEQUENCE OF AUC1-REC TO AUD1-CHAIN-SEQUENCE
               MOVE LAST-HASH OF AUC1-REC TO AUW1-PREVIOUS-HASH
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                      '-' WS-CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO AUD1-CHAIN-DATE
               PERFORM COMPUTE-ROW-HASH
               MOVE AUW1-ROW-HASH TO AUD1-CHAIN-HASH
               PERFORM INSERT-CHAINED-ROW
           END-IF.

       ADVANCE-CHAIN-HEAD.
           EXEC SQL
               UPDATE AUC1
               SET LAST_SEQUENCE = LAST_SEQUENCE + 1
               WHERE CHAIN_NAME = :WS-CHAIN-NAME
           END-EXEC
           IF SQLCODE = 100
      *> First row ever - the chain starts from an all-zero hash.
               MOVE WS-CHAIN-NAME TO CHAIN-NAME OF AUC1-REC
               MOVE 1 TO LAST-SEQUENCE OF AUC1-REC
               MOVE WS-GENESIS-HASH TO LAST-HASH OF AUC1-REC
               EXEC SQL
                   INSERT INTO AUC1
                       (CHAIN_NAME, LAST_SEQUENCE, LAST_HASH)
                   VALUES
                       (:AUC1-REC.CHAIN-NAME,
                        :AUC1-REC.LAST-SEQUENCE,
                        :AUC1-REC.LAST-HASH)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_SEQUENCE, LAST_HASH
                   INTO :AUC1-REC.LAST-SEQUENCE,
                        :AUC1-REC.LAST-HASH
                   FROM AUC1
                   WHERE CHAIN_NAME = :WS-CHAIN-NAME
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               PERFORM RECORD-SQL-ERROR
           END-IF.

       INSERT-CHAINED-ROW.
           EXEC SQL
               INSERT INTO AUD1
                   (MODULE_NAME, AUDIT_ID, USER_ID, STATUS_CODE,
                    RETURN_CODE, ERROR_MESSAGE, AUDIT_TIMESTAMP,
                    CORRELATION_ID, CHAIN_SEQUENCE, ROW_TYPE,
                    CHAIN_DATE, ANCHOR_SEQUENCE, ANCHOR_HASH,
                    CHAIN_HASH)
               VALUES
                   (:AUD1-MODULE-NAME, :AUD1-AUDIT-ID, :AUD1-USER-ID,
                    :AUD1-STATUS, :AUD1-RETURN-CODE,
                    :AUD1-ERROR-MESSAGE, :AUD1-TIMESTAMP,
                    :AUD1-CORRELATION-ID, :AUD1-CHAIN-SEQUENCE,
                    :AUD1-ROW-TYPE, :AUD1-CHAIN-DATE,
                    :AUD1-ANCHOR-SEQUENCE, :AUD1-ANCHOR-HASH,
                    :AUD1-CHAIN-HASH)
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE AUC1
                   SET LAST_HASH = :AUD1-CHAIN-HASH
                   WHERE CHAIN_NAME = :WS-CHAIN-NAME
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM RECORD-SQL-ERROR
               END-IF
           ELSE
               PERFORM RECORD-SQL-ERROR
      *> Hand the position back so a failed insert leaves no gap
      *> for AUV1 to report as a removed row.
               EXEC SQL
                   UPDATE AUC1
                   SET LAST_SEQUENCE = LAST_SEQUENCE - 1
                   WHERE CHAIN_NAME = :WS-CHAIN-NAME
               END-EXEC
           END-IF.

       COMPUTE-ROW-HASH.
           MOVE AUD1-CHAIN-SEQUENCE TO WS-HASH-SEQUENCE
           MOVE AUD1-ROW-TYPE TO WS-HASH-ROW-TYPE
           MOVE AUD1-MODULE-NAME TO WS-HASH-MODULE-NAME
           MOVE AUD1-AUDIT-ID TO WS-HASH-AUDIT-ID
           MOVE AUD1-USER-ID TO WS-HASH-USER-ID
           MOVE AUD1-STATUS TO WS-HASH-STATUS
           MOVE AUD1-RETURN-CODE TO WS-HASH-RETURN-CODE
           MOVE AUD1-ERROR-MESSAGE TO WS-HASH-ERROR-MESSAGE
           MOVE AUD1-TIMESTAMP TO WS-HASH-TIMESTAMP
           MOVE AUD1-CORRELATION-ID TO WS-HASH-CORRELATION-ID
           MOVE AUD1-CHAIN-DATE TO WS-HASH-CHAIN-DATE
           MOVE AUD1-ANCHOR-SEQUENCE TO WS-HASH-ANCHOR-SEQUENCE
           MOVE AUD1-ANCHOR-HASH TO WS-HASH-ANCHOR-HASH
           MOVE AUW1-PREVIOUS-HASH TO WS-HASH-PREVIOUS-HASH
           MOVE 7 TO WS-HASH-A
           MOVE 11 TO WS-HASH-B
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > LENGTH OF WS-HASH-WORK
               COMPUTE WS-HASH-A = FUNCTION MOD(
                   WS-HASH-A * 131
                   + FUNCTION ORD(WS-HASH-WORK(WS-HASH-IX:1)),
                   2147483647)
               COMPUTE WS-HASH-B = FUNCTION MOD(
                   WS-HASH-B * 257
                   + FUNCTION ORD(WS-HASH-WORK(WS-HASH-IX:1)),
                   2147483629)
           END-PERFORM
           MOVE WS-HASH-A TO WS-HASH-RESULT-A
           MOVE WS-HASH-B TO WS-HASH-RESULT-B
           MOVE WS-HASH-RESULT TO AUW1-ROW-HASH.

       FIND-PREVIOUS-HASH.
      *> The hash a chain position links to - its predecessor's, or
      *> where retention has taken the predecessor, the one the
      *> removal checkpoint recorded when it did.
           IF AUD1-CHAIN-SEQUENCE NOT > 1
               MOVE WS-GENESIS-HASH TO AUW1-PREVIOUS-HASH
           ELSE
               COMPUTE WS-ANCHOR-SEQUENCE = AUD1-CHAIN-SEQUENCE - 1
               EXEC SQL
                   SELECT CHAIN_HASH
                   INTO :WS-ANCHOR-HASH
                   FROM AUD1
                   WHERE CHAIN_SEQUENCE = :WS-ANCHOR-SEQUENCE
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       SELECT ANCHOR_HASH
                       INTO :WS-ANCHOR-HASH
                       FROM AUD1
                       WHERE ROW_TYPE = 'R'
                         AND ANCHOR_SEQUENCE = :WS-ANCHOR-SEQUENCE
                       ORDER BY CHAIN_SEQUENCE DESC
                       FETCH FIRST 1 ROW ONLY
                   END-EXEC
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE WS-ANCHOR-HASH TO AUW1-PREVIOUS-HASH
                   WHEN SQLCODE = 100
                       MOVE 'E' TO AUW1-STATUS
                       MOVE 100 TO AUW1-SQLCODE
                       MOVE WS-ANCHOR-SEQUENCE TO WS-EDIT-SEQUENCE
                       STRING 'Chain position ' WS-EDIT-SEQUENCE
                           ' is missing and no checkpoint covers it'
                           DELIMITED BY SIZE INTO AUW1-MESSAGE
                   WHEN OTHER
                       PERFORM RECORD-SQL-ERROR
               END-EVALUATE
           END-IF.

       SCRUB-CHAINED-ROW.
      *> The caller passes the row as fetched with its personal data
      *> already replaced. The stored CHAIN_HASH is left alone -
      *> the next row still links to it - and the 'S' checkpoint
      *> carries the hash the scrubbed content now computes to, so
      *> AUV1 can tell an authorised scrub from a hand edit.
           MOVE AUD1-CHAIN-SEQUENCE TO WS-SCRUB-SEQUENCE
           PERFORM FIND-PREVIOUS-HASH
           IF AUW1-STATUS = 'S'
               PERFORM COMPUTE-ROW-HASH
               MOVE AUW1-ROW-HASH TO WS-SCRUB-HASH
               EXEC SQL
                   UPDATE AUD1
                   SET AUDIT_ID = :AUD1-AUDIT-ID,
                       USER_ID = :AUD1-USER-ID,
                       ERROR_MESSAGE = :AUD1-ERROR-MESSAGE,
                       CORRELATION_ID = :AUD1-CORRELATION-ID
                   WHERE CHAIN_SEQUENCE = :WS-SCRUB-SEQUENCE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM RECORD-SQL-ERROR
               END-IF
           END-IF
           IF AUW1-STATUS = 'S'
               PERFORM BUILD-CHECKPOINT-ROW
               MOVE 'S' TO AUD1-ROW-TYPE
               MOVE 'SCRUB' TO AUD1-AUDIT-ID
               MOVE WS-SCRUB-SEQUENCE TO AUD1-ANCHOR-SEQUENCE
               MOVE WS-SCRUB-HASH TO AUD1-ANCHOR-HASH
               MOVE WS-SCRUB-SEQUENCE TO WS-EDIT-SEQUENCE
               STRING 'Personal data scrubbed from chain position '
                   WS-EDIT-SEQUENCE
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
               PERFORM WRITE-CHAINED-ROW
           END-IF.

       FIND-RETENTION-BOUNDARY.
      *> The oldest chain position still inside the retention window.
      *> Everything retired sits below it, so the chain only ever
      *> loses a clean prefix - the sweep loads a day's files after
      *> the day's on-line rows, which is why this is not simply a
      *> timestamp cut.
           EXEC SQL
               SELECT COALESCE(MIN(CHAIN_SEQUENCE), 0)
               INTO :AUW1-KEEP-FROM
               FROM AUD1
               WHERE CHAIN_SEQUENCE > 0
                 AND SUBSTR(AUDIT_TIMESTAMP, 1, 10)
                     >= :AUW1-CUTOFF-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO AUW1-KEEP-FROM
               PERFORM RECORD-SQL-ERROR
           END-IF.

       RETIRE-CHAIN-PREFIX.
      *> Rows from before the chain existed go by date as they
      *> always did. Chained rows go as a prefix, and the removal
      *> checkpoint records the last position taken and its hash -
      *> the anchor the first surviving row is verified against.
           MOVE 0 TO AUW1-ROW-COUNT
           IF AUW1-KEEP-FROM = 0
               PERFORM FIND-RETENTION-BOUNDARY
           END-IF
           IF AUW1-STATUS = 'S'
               EXEC SQL
                   DELETE FROM AUD1
                   WHERE CHAIN_SEQUENCE = 0
                     AND SUBSTR(AUDIT_TIMESTAMP, 1, 10)
                         < :AUW1-CUTOFF-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SQLERRD(3) TO WS-LEGACY-COUNT
                       ADD WS-LEGACY-COUNT TO AUW1-ROW-COUNT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM RECORD-SQL-ERROR
               END-EVALUATE
           END-IF
           IF AUW1-STATUS = 'S' AND AUW1-KEEP-FROM > 1
               COMPUTE WS-ANCHOR-SEQUENCE = AUW1-KEEP-FROM - 1
               EXEC SQL
                   SELECT CHAIN_HASH
                   INTO :WS-ANCHOR-HASH
                   FROM AUD1
                   WHERE CHAIN_SEQUENCE = :WS-ANCHOR-SEQUENCE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM DELETE-CHAIN-PREFIX
                   WHEN 100
      *> Already retired by an earlier run - nothing below to take.
                       CONTINUE
                   WHEN OTHER
                       PERFORM RECORD-SQL-ERROR
               END-EVALUATE
           END-IF.

       DELETE-CHAIN-PREFIX.
           EXEC SQL
               DELETE FROM AUD1
               WHERE CHAIN_SEQUENCE > 0
                 AND CHAIN_SEQUENCE < :AUW1-KEEP-FROM
           END-EXEC
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-LEGACY-COUNT
               ADD WS-LEGACY-COUNT TO AUW1-ROW-COUNT
               PERFORM BUILD-CHECKPOINT-ROW
               MOVE 'R' TO AUD1-ROW-TYPE
               MOVE 'RETENTION' TO AUD1-AUDIT-ID
               MOVE WS-ANCHOR-SEQUENCE TO AUD1-ANCHOR-SEQUENCE
               MOVE WS-ANCHOR-HASH TO AUD1-ANCHOR-HASH
               MOVE WS-LEGACY-COUNT TO WS-EDIT-COUNT
               MOVE WS-ANCHOR-SEQUENCE TO WS-EDIT-SEQUENCE
               STRING 'Retention removed' WS-EDIT-COUNT
                   ' chained row(s) through position'
                   WS-EDIT-SEQUENCE ' before ' AUW1-CUTOFF-DATE
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
               PERFORM WRITE-CHAINED-ROW
           ELSE
               PERFORM RECORD-SQL-ERROR
           END-IF.

       BUILD-CHECKPOINT-ROW.
           MOVE AUW1-CALLER TO AUD1-MODULE-NAME
           MOVE SPACES TO AUD1-AUDIT-ID
           MOVE AUW1-USER-ID TO AUD1-USER-ID
           MOVE 'S' TO AUD1-STATUS
           MOVE 0 TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO AUD1-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID.

       RECORD-SQL-ERROR.
           MOVE 'E' TO AUW1-STATUS
           MOVE SQLCODE TO AUW1-SQLCODE
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO AUW1-MESSAGE.
