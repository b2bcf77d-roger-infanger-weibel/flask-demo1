       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OAC1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY OAL1SQL.
       COPY CFG1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY OAL1REC.
       COPY CFG1REC.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate every other conversion uses
       COPY EXM1.
       01  EXM1-PGM                           PIC X(8) VALUE 'EXM1'.

      *> Limits are written in the base currency, the currency the
      *> customers' balances are kept in.
       01  WS-BASE-CURRENCY                   PIC X(3) VALUE 'USD'.

      *> A user's role is the CFG1 parameter 'AUTH-ROLE-' plus the
      *> user ID, so role assignment goes through CFO1's dual
      *> control like any other parameter.
       01  WS-ROLE-PARM.
           05  FILLER                         PIC X(10)
               VALUE 'AUTH-ROLE-'.
           05  WS-ROLE-PARM-USER              PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.

       01  WS-LIMIT-SWITCH                    PIC X(1).
           88  WS-LIMIT-FOUND                 VALUE 'Y'.
       01  WS-EDIT-AMOUNT                     PIC Z(8)9.99.
       01  WS-FUNCTION-NAME                   PIC X(7).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY OAC1.

       PROCEDURE DIVISION USING OAC1-COMM-AREA.

       MAIN-PROCESS.

           PERFORM INITIALIZE-RESULT
           PERFORM FIND-APPLICABLE-LIMIT
           IF WS-LIMIT-FOUND
               PERFORM CONVERT-TO-BASE
           END-IF
           IF WS-LIMIT-FOUND AND OAC1-RESULT = 'Y'
               PERFORM COMPARE-TO-LIMIT
           END-IF
           GOBACK.

       INITIALIZE-RESULT.
           MOVE 'Y' TO OAC1-RESULT
           MOVE SPACES TO OAC1-LIMIT-KEY
           MOVE SPACES TO OAC1-MESSAGE
           MOVE 0 TO OAC1-LIMIT-AMOUNT
           MOVE OAC1-AMOUNT TO OAC1-BASE-AMOUNT
           MOVE 'N' TO WS-LIMIT-SWITCH.

       FIND-APPLICABLE-LIMIT.

      *> The operator's own limit first, then their role's, then the
      *> 'DEFAULT' row - no row at all means the function carries no
      *> limit yet, and the request goes through as it always has.
           MOVE OAC1-USER-ID TO LIMIT-KEY OF OAL1-REC
           PERFORM READ-LIMIT-ROW
           IF NOT WS-LIMIT-FOUND
               MOVE OAC1-USER-ID TO WS-ROLE-PARM-USER
               EXEC SQL
                   SELECT PARM_VALUE
                   INTO :CFG1-REC.PARM-VALUE
                   FROM CFG1
                   WHERE PARM_NAME = :WS-ROLE-PARM
               END-EXEC
               IF SQLCODE = 0 AND PARM-VALUE OF CFG1-REC NOT = SPACES
                   MOVE PARM-VALUE OF CFG1-REC(1:8)
                       TO LIMIT-KEY OF OAL1-REC
                   PERFORM READ-LIMIT-ROW
               END-IF
           END-IF
           IF NOT WS-LIMIT-FOUND
               MOVE 'DEFAULT' TO LIMIT-KEY OF OAL1-REC
               PERFORM READ-LIMIT-ROW
           END-IF.

       READ-LIMIT-ROW.
           MOVE OAC1-FUNCTION-CODE TO FUNCTION-CODE OF OAL1-REC
           EXEC SQL
               SELECT LIMIT_AMOUNT
               INTO :OAL1-REC.LIMIT-AMOUNT
               FROM OAL1
               WHERE LIMIT_KEY = :OAL1-REC.LIMIT-KEY
                 AND FUNCTION_CODE = :OAL1-REC.FUNCTION-CODE
           END-EXEC
           IF SQLCODE = 0
               SET WS-LIMIT-FOUND TO TRUE
               MOVE LIMIT-KEY OF OAL1-REC TO OAC1-LIMIT-KEY
               MOVE LIMIT-AMOUNT OF OAL1-REC TO OAC1-LIMIT-AMOUNT
           END-IF.

       CONVERT-TO-BASE.

      *> An amount that cannot be converted cannot be weighed
      *> against the limit - it is refused, never waved through.
           IF OAC1-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE SPACES TO EXM1-COMM-AREA
               MOVE OAC1-CURRENCY TO EXM1-FROM-CURRENCY
               MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
               MOVE OAC1-AMOUNT TO EXM1-AMOUNT
               CALL EXM1-PGM USING EXM1-COMM-AREA
               IF EXM1-RATE-FOUND
                   MOVE EXM1-CONVERTED-AMOUNT TO OAC1-BASE-AMOUNT
               ELSE
                   MOVE 'E' TO OAC1-RESULT
                   STRING 'No exchange rate to weigh the amount '
                       'against authority limits in ' OAC1-CURRENCY
                       DELIMITED BY SIZE INTO OAC1-MESSAGE
               END-IF
           END-IF.

       COMPARE-TO-LIMIT.
      *> A reversal or refund carries a negative amount on PAD1 as
      *> often as not - the size of the request is what counts.
           IF OAC1-BASE-AMOUNT < 0
               COMPUTE OAC1-BASE-AMOUNT = 0 - OAC1-BASE-AMOUNT
           END-IF
           IF OAC1-BASE-AMOUNT > OAC1-LIMIT-AMOUNT
               MOVE 'N' TO OAC1-RESULT
               EVALUATE OAC1-FUNCTION-CODE
                   WHEN 'C'
                       MOVE 'create' TO WS-FUNCTION-NAME
                   WHEN 'L'
                       MOVE 'clear' TO WS-FUNCTION-NAME
                   WHEN 'V'
                       MOVE 'reverse' TO WS-FUNCTION-NAME
                   WHEN OTHER
                       MOVE 'refund' TO WS-FUNCTION-NAME
               END-EVALUATE
               MOVE OAC1-LIMIT-AMOUNT TO WS-EDIT-AMOUNT
               STRING 'Above ' OAC1-USER-ID ' authority to '
                   WS-FUNCTION-NAME ' (' WS-BASE-CURRENCY
                   WS-EDIT-AMOUNT ') - refer to a supervisor'
                   DELIMITED BY SIZE INTO OAC1-MESSAGE
           END-IF.
