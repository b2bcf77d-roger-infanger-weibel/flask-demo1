       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CKM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CKP1SQL.
       COPY CFG1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CKP1REC.
       COPY CFG1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

       01  WS-CURRENT-DATE                  PIC X(21).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY CKM1.

       PROCEDURE DIVISION USING CKM1-COMM-AREA.
       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE OF CKM1-COMM-AREA
           MOVE SPACES TO ERROR-MESSAGE OF CKM1-COMM-AREA
           MOVE 'S' TO CKPT-STATUS
           EVALUATE CKPT-ACTION-CODE
               WHEN 'R'
                   PERFORM READ-COMMIT-INTERVAL
                   PERFORM READ-RESTART-POINT
               WHEN 'C'
                   ADD 1 TO CKPT-UNIT-COUNT
                   IF CKPT-UNIT-COUNT >= CKPT-INTERVAL
                       PERFORM TAKE-CHECKPOINT
                   END-IF
               WHEN 'K'
                   PERFORM TAKE-CHECKPOINT
               WHEN 'E'
                   PERFORM DROP-RESTART-POINT
               WHEN OTHER
                   MOVE 'E' TO CKPT-STATUS
                   MOVE 'Action must be R, C, K or E'
                       TO ERROR-MESSAGE OF CKM1-COMM-AREA
           END-EVALUATE
           IF CKPT-STATUS = 'E'
               DISPLAY "CKM1: " CKPT-PROGRAM " "
                   ERROR-MESSAGE OF CKM1-COMM-AREA
           END-IF
           GOBACK.

       READ-COMMIT-INTERVAL.
      *> A program-specific interval wins over the shop-wide one;
      *> with neither configured the run commits every 500 units.
           MOVE 500 TO CKPT-INTERVAL
           MOVE 'COMMIT-INTERVAL' TO PARM-NAME OF CFG1-REC
           PERFORM READ-INTERVAL-PARM
           STRING 'COMMIT-INTERVAL-' CKPT-PROGRAM
               DELIMITED BY SIZE INTO PARM-NAME OF CFG1-REC
           PERFORM READ-INTERVAL-PARM
           IF CKPT-INTERVAL < 1
               MOVE 1 TO CKPT-INTERVAL
           END-IF.

       READ-INTERVAL-PARM.
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE CKPT-INTERVAL =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF.

       READ-RESTART-POINT.
      *> A checkpoint left by a failed run of the same business
      *> date is resumed from; one left by an earlier date belongs
      *> to a run that was abandoned, so it is reported and dropped
      *> and this run starts from the beginning.
           MOVE 'N' TO CKPT-RESTART-SWITCH
           MOVE SPACES TO CKPT-RESTART-POINT
           MOVE 0 TO CKPT-UNIT-COUNT
           MOVE 0 TO CKPT-RECORD-COUNT
           MOVE 0 TO CKPT-COMMIT-COUNT
           MOVE CKPT-PROGRAM TO PROGRAM-NAME OF CKP1-REC
           EXEC SQL
               SELECT RUN_DATE, RESTART_PHASE, RESTART_KEY,
                      RECORD_COUNT, COMMIT_COUNT, CARRY_DATA,
                      CHECKPOINT_TIMESTAMP
               INTO :CKP1-REC.RUN-DATE, :CKP1-REC.RESTART-PHASE,
                    :CKP1-REC.RESTART-KEY, :CKP1-REC.RECORD-COUNT,
                    :CKP1-REC.COMMIT-COUNT, :CKP1-REC.CARRY-DATA,
                    :CKP1-REC.CHECKPOINT-TIMESTAMP
               FROM CKP1
               WHERE PROGRAM_NAME = :CKP1-REC.PROGRAM-NAME
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   PERFORM SET-SQL-ERROR
               WHEN RUN-DATE OF CKP1-REC = CKPT-RUN-DATE
                   MOVE 'Y' TO CKPT-RESTART-SWITCH
                   MOVE RESTART-PHASE OF CKP1-REC TO CKPT-PHASE
                   MOVE RESTART-KEY OF CKP1-REC TO CKPT-KEY
                   MOVE CARRY-DATA OF CKP1-REC TO CKPT-CARRY-DATA
                   MOVE RECORD-COUNT OF CKP1-REC
                       TO CKPT-RECORD-COUNT
                   MOVE COMMIT-COUNT OF CKP1-REC
                       TO CKPT-COMMIT-COUNT
                   IF CKPT-PHASE = SPACES
                       MOVE CKPT-KEY TO CKPT-RESTART-POINT
                   ELSE
                       STRING CKPT-PHASE ' ' CKPT-KEY
                           DELIMITED BY SIZE INTO CKPT-RESTART-POINT
                   END-IF
                   DISPLAY "CKM1: " CKPT-PROGRAM
                       " restarting after checkpoint of "
                       CHECKPOINT-TIMESTAMP OF CKP1-REC
                   DISPLAY "CKM1: resume point " CKPT-RESTART-POINT
                       " - " CKPT-RECORD-COUNT
                       " units already committed"
               WHEN OTHER
                   DISPLAY "CKM1: " CKPT-PROGRAM
                       " checkpoint for run date "
                       RUN-DATE OF CKP1-REC
                       " is stale - discarded, run starts afresh"
                   PERFORM DROP-RESTART-POINT
           END-EVALUATE.

       TAKE-CHECKPOINT.
      *> The restart point and the caller's work since the last
      *> commit go in the same unit of work, so the key on CKP1 is
      *> always the last one whose updates are safely on the
      *> database.
           ADD CKPT-UNIT-COUNT TO CKPT-RECORD-COUNT
           ADD 1 TO CKPT-COMMIT-COUNT
           MOVE 0 TO CKPT-UNIT-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO CHECKPOINT-TIMESTAMP OF CKP1-REC
           MOVE CKPT-PROGRAM TO PROGRAM-NAME OF CKP1-REC
           MOVE CKPT-RUN-DATE TO RUN-DATE OF CKP1-REC
           MOVE CKPT-PHASE TO RESTART-PHASE OF CKP1-REC
           MOVE CKPT-KEY TO RESTART-KEY OF CKP1-REC
           MOVE CKPT-RECORD-COUNT TO RECORD-COUNT OF CKP1-REC
           MOVE CKPT-COMMIT-COUNT TO COMMIT-COUNT OF CKP1-REC
           MOVE CKPT-CARRY-DATA TO CARRY-DATA OF CKP1-REC
           EXEC SQL
               UPDATE CKP1
               SET RUN_DATE = :CKP1-REC.RUN-DATE,
                   RESTART_PHASE = :CKP1-REC.RESTART-PHASE,
                   RESTART_KEY = :CKP1-REC.RESTART-KEY,
                   RECORD_COUNT = :CKP1-REC.RECORD-COUNT,
                   COMMIT_COUNT = :CKP1-REC.COMMIT-COUNT,
                   CARRY_DATA = :CKP1-REC.CARRY-DATA,
                   CHECKPOINT_TIMESTAMP =
                       :CKP1-REC.CHECKPOINT-TIMESTAMP
               WHERE PROGRAM_NAME = :CKP1-REC.PROGRAM-NAME
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) = 0
               EXEC SQL
                   INSERT INTO CKP1
                       (PROGRAM_NAME, RUN_DATE, RESTART_PHASE,
                        RESTART_KEY, RECORD_COUNT, COMMIT_COUNT,
                        CARRY_DATA, CHECKPOINT_TIMESTAMP)
                   VALUES
                       (:CKP1-REC.PROGRAM-NAME, :CKP1-REC.RUN-DATE,
                        :CKP1-REC.RESTART-PHASE,
                        :CKP1-REC.RESTART-KEY,
                        :CKP1-REC.RECORD-COUNT,
                        :CKP1-REC.COMMIT-COUNT,
                        :CKP1-REC.CARRY-DATA,
                        :CKP1-REC.CHECKPOINT-TIMESTAMP)
               END-EXEC
           END-IF
      *> No commit without the restart point that describes it - a
      *> failed checkpoint leaves the work pending until the next.
           IF SQLCODE NOT = 0
               PERFORM SET-SQL-ERROR
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SET-SQL-ERROR
               END-IF
           END-IF.

       DROP-RESTART-POINT.
           MOVE CKPT-PROGRAM TO PROGRAM-NAME OF CKP1-REC
           EXEC SQL
               DELETE FROM CKP1
               WHERE PROGRAM_NAME = :CKP1-REC.PROGRAM-NAME
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SET-SQL-ERROR
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SET-SQL-ERROR
               END-IF
           END-IF.

       SET-SQL-ERROR.
           MOVE 'E' TO CKPT-STATUS
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF CKM1-COMM-AREA.
