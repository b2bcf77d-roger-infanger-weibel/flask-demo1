       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IFM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layout
       COPY IFR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY IFR1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

       01  WS-CURRENT-DATE                  PIC X(21).
       01  WS-BYTE-IX                       PIC 9(4) COMP.
       01  WS-RECORD-SUM                    PIC S9(13) COMP-3.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY IFM1.

       PROCEDURE DIVISION USING IFM1-COMM-AREA.
       MAIN-PROCESS.
           MOVE 0 TO RETURN-CODE OF IFM1-COMM-AREA
           MOVE SPACES TO ERROR-MESSAGE OF IFM1-COMM-AREA
           MOVE 'S' TO REGISTER-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           EVALUATE FILE-ACTION-CODE
               WHEN 'A'
                   PERFORM ADD-ONE-DETAIL
               WHEN 'R'
                   PERFORM REGISTER-FILE
               WHEN 'E'
                   PERFORM COMPLETE-FILE
               WHEN OTHER
                   MOVE 'E' TO REGISTER-STATUS
                   MOVE 'Action must be A, R or E'
                       TO ERROR-MESSAGE OF IFM1-COMM-AREA
           END-EVALUATE
           IF REGISTER-STATUS = 'E'
               DISPLAY "IFM1: " ERROR-MESSAGE OF IFM1-COMM-AREA
           END-IF
           GOBACK.

       ADD-ONE-DETAIL.
      *> Count and hash alone cannot tell a corrected file from the
      *> one it replaces when only a name or a date was fixed - the
      *> check value takes every byte of every detail, weighted by
      *> its position in the record, and folds the records in order,
      *> so any change to any detail gives a different value.
      *> Headers and trailers are never passed in, so re-delivering
      *> the same details under a fresh header still matches.
           ADD 1 TO FILE-RECORD-COUNT
           ADD FILE-DETAIL-AMOUNT TO FILE-HASH-TOTAL
           MOVE 0 TO WS-RECORD-SUM
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
                   UNTIL WS-BYTE-IX > FILE-DETAIL-LENGTH
               COMPUTE WS-RECORD-SUM = WS-RECORD-SUM +
                   FUNCTION ORD(FILE-DETAIL-IMAGE(WS-BYTE-IX:1))
                   * WS-BYTE-IX
           END-PERFORM
           COMPUTE FILE-CONTENT-CHECK = FUNCTION MOD(
               FILE-CONTENT-CHECK * 31 + WS-RECORD-SUM,
               999999999999989).

       REGISTER-FILE.
      *> A file whose details match one already loaded - or one a
      *> load started on and never finished - is refused; the
      *> refusal is registered too, so the report shows the second
      *> delivery and which earlier file it repeats. An empty file
      *> is a quiet night, never a duplicate.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO FILE-RECEIVED-TIMESTAMP
           MOVE 'N' TO FILE-DUPLICATE-SWITCH
           MOVE SPACES TO FILE-DUPLICATE-OF
           IF FILE-RECORD-COUNT > 0
               PERFORM FIND-EARLIER-COPY
           END-IF
           MOVE FILE-SOURCE TO SOURCE-NAME OF IFR1-REC
           MOVE FILE-RECEIVED-TIMESTAMP
               TO RECEIVED-TIMESTAMP OF IFR1-REC
           MOVE FILE-RUN-DATE TO RUN-DATE OF IFR1-REC
           IF FILE-RUN-DATE = SPACES
               MOVE FILE-RECEIVED-TIMESTAMP(1:10)
                   TO RUN-DATE OF IFR1-REC
           END-IF
           MOVE FILE-HEADER-DATE TO HEADER-DATE OF IFR1-REC
           IF FILE-HEADER-DATE = SPACES
               MOVE '0001-01-01' TO HEADER-DATE OF IFR1-REC
           END-IF
           MOVE FILE-RECORD-COUNT TO RECORD-COUNT OF IFR1-REC
           MOVE FILE-HASH-TOTAL TO HASH-TOTAL OF IFR1-REC
           MOVE FILE-CONTENT-CHECK TO CONTENT-CHECK OF IFR1-REC
           MOVE FILE-LOAD-PROGRAM TO LOAD-PROGRAM OF IFR1-REC
           IF FILE-IS-DUPLICATE
               MOVE 'R' TO LOAD-STATUS OF IFR1-REC
           ELSE
               MOVE 'L' TO LOAD-STATUS OF IFR1-REC
           END-IF
           MOVE 0 TO LOADED-COUNT OF IFR1-REC
           MOVE 0 TO REJECTED-COUNT OF IFR1-REC
           MOVE FILE-DUPLICATE-OF TO DUPLICATE-OF OF IFR1-REC
           EXEC SQL
               INSERT INTO IFR1
                   (SOURCE_NAME, RECEIVED_TIMESTAMP, RUN_DATE,
                    HEADER_DATE, RECORD_COUNT, HASH_TOTAL,
                    CONTENT_CHECK, LOAD_PROGRAM, LOAD_STATUS,
                    LOADED_COUNT, REJECTED_COUNT, DUPLICATE_OF)
               VALUES
                   (:IFR1-REC.SOURCE-NAME,
                    :IFR1-REC.RECEIVED-TIMESTAMP, :IFR1-REC.RUN-DATE,
                    :IFR1-REC.HEADER-DATE, :IFR1-REC.RECORD-COUNT,
                    :IFR1-REC.HASH-TOTAL, :IFR1-REC.CONTENT-CHECK,
                    :IFR1-REC.LOAD-PROGRAM, :IFR1-REC.LOAD-STATUS,
                    :IFR1-REC.LOADED-COUNT, :IFR1-REC.REJECTED-COUNT,
                    :IFR1-REC.DUPLICATE-OF)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SET-SQL-ERROR
           END-IF.

       FIND-EARLIER-COPY.
           EXEC SQL
               SELECT COALESCE(MIN(RECEIVED_TIMESTAMP), ' ')
               INTO :IFM1-COMM-AREA.FILE-DUPLICATE-OF
               FROM IFR1
               WHERE SOURCE_NAME = :IFM1-COMM-AREA.FILE-SOURCE
                 AND RECORD_COUNT = :IFM1-COMM-AREA.FILE-RECORD-COUNT
                 AND HASH_TOTAL = :IFM1-COMM-AREA.FILE-HASH-TOTAL
                 AND CONTENT_CHECK =
                     :IFM1-COMM-AREA.FILE-CONTENT-CHECK
                 AND LOAD_STATUS IN ('L', 'C')
           END-EXEC
           IF SQLCODE = 0 AND FILE-DUPLICATE-OF NOT = SPACES
               SET FILE-IS-DUPLICATE TO TRUE
           ELSE
               MOVE SPACES TO FILE-DUPLICATE-OF
           END-IF.

       COMPLETE-FILE.
           EXEC SQL
               UPDATE IFR1
               SET LOAD_STATUS = :IFM1-COMM-AREA.FILE-LOAD-STATUS,
                   LOADED_COUNT = :IFM1-COMM-AREA.FILE-LOADED-COUNT,
                   REJECTED_COUNT =
                       :IFM1-COMM-AREA.FILE-REJECTED-COUNT
               WHERE SOURCE_NAME = :IFM1-COMM-AREA.FILE-SOURCE
                 AND RECEIVED_TIMESTAMP =
                     :IFM1-COMM-AREA.FILE-RECEIVED-TIMESTAMP
                 AND LOAD_STATUS = 'L'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM SET-SQL-ERROR
               WHEN SQLERRD(3) = 0
                   MOVE 'E' TO REGISTER-STATUS
                   MOVE 'No open file-register row to complete'
                       TO ERROR-MESSAGE OF IFM1-COMM-AREA
           END-EVALUATE.

       SET-SQL-ERROR.
           MOVE 'E' TO REGISTER-STATUS
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF IFM1-COMM-AREA.
