               MOVE CUL1-DECIMAL-PLACES
                   TO DECIMAL-PLACES OF CUR1-REC
               MOVE CUL1-ACTIVE-FLAG TO ACTIVE-FLAG OF CUR1-REC
               IF CUL1-RATE-TOLERANCE IS NUMERIC
                   MOVE CUL1-RATE-TOLERANCE
                       TO RATE-TOLERANCE-PCT OF CUR1-REC
               ELSE
                   MOVE 0 TO RATE-TOLERANCE-PCT OF CUR1-REC
               END-IF
               EXEC SQL
                   INSERT INTO CUR1
                       (CURRENCY_CODE, DECIMAL_PLACES, ACTIVE_FLAG,
                        RATE_TOLERANCE_PCT)
                   VALUES
                       (:CUR1-REC.CURRENCY-CODE,
                        :CUR1-REC.DECIMAL-PLACES,
                        :CUR1-REC.ACTIVE-FLAG,
                        :CUR1-REC.RATE-TOLERANCE-PCT)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LOADED-COUNT
