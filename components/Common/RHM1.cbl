           MOVE RUN-PARM-CARD TO PARM-CARD OF RHT1-REC
           MOVE 0 TO RECORD-COUNT OF RHT1-REC
           MOVE 0 TO RETURN-CODE OF RHT1-REC
           IF RUN-RESTART-POINT = LOW-VALUES
               MOVE SPACES TO RESTART-POINT OF RHT1-REC
           ELSE
               MOVE RUN-RESTART-POINT TO RESTART-POINT OF RHT1-REC
           END-IF
           EXEC SQL
               INSERT INTO RHT1
                   (PROGRAM_NAME, RUN_DATE, START_TIMESTAMP,
                    END_TIMESTAMP, PARM_CARD, RECORD_COUNT,
                    RETURN_CODE, RESTART_POINT)
               VALUES
                   (:RHT1-REC.PROGRAM-NAME, :RHT1-REC.RUN-DATE,
                    :RHT1-REC.START-TIMESTAMP,
                    :RHT1-REC.END-TIMESTAMP, :RHT1-REC.PARM-CARD,
                    :RHT1-REC.RECORD-COUNT, :RHT1-REC.RETURN-CODE,
                    :RHT1-REC.RESTART-POINT)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO RUN-STATUS
