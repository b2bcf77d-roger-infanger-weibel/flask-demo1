       EXEC SQL
           DECLARE RUN-HISTORY-CURSOR CURSOR FOR
               SELECT PROGRAM_NAME, RUN_DATE, START_TIMESTAMP,
                      END_TIMESTAMP, RECORD_COUNT, RETURN_CODE,
                      RESTART_POINT
               FROM RHT1
               WHERE RUN_DATE >= :WS-PARM-WEEK-START
                 AND RUN_DATE < :WS-WEEK-END
               INTO :RHT1-REC.PROGRAM-NAME, :RHT1-REC.RUN-DATE,
                    :RHT1-REC.START-TIMESTAMP,
                    :RHT1-REC.END-TIMESTAMP,
                    :RHT1-REC.RECORD-COUNT, :RHT1-REC.RETURN-CODE,
                    :RHT1-REC.RESTART-POINT
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-RUNS-DONE TO TRUE
               " start " START-TIMESTAMP OF RHT1-REC(12:8)
               " end " END-TIMESTAMP OF RHT1-REC(12:8)
               " records " RECORD-COUNT OF RHT1-REC
               " rc " RETURN-CODE OF RHT1-REC
           IF RESTART-POINT OF RHT1-REC NOT = SPACES
               DISPLAY "      restarted after "
                   RESTART-POINT OF RHT1-REC
           END-IF.

       PRINT-PROGRAM-TOTAL.
           DISPLAY "  -- " WS-PREV-PROGRAM ": "
