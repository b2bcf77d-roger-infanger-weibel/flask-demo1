       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALE1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY ALT1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY ALT1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Threshold-based operator alerting (see ALM1) - an
      *> escalation is re-raised through the same module, so it
      *> reaches the file, the console and the register the same
      *> way the first alert did.
       COPY ALM1.
       01  ALM1-PGM                         PIC X(8) VALUE 'ALM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

      *> How long a critical alert may sit unacknowledged before it
      *> goes one support level up, and the highest level there is
      *> - both on CFG1, thirty minutes and level three without a
      *> row.
       01  WS-ESCALATE-MINUTES              PIC 9(4).
       01  WS-TOP-LEVEL                     PIC 9(1).
       01  WS-NEXT-LEVEL                    PIC 9(1).

       01  WS-CURRENT-DATE                  PIC X(21).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.
       01  WS-NOW-SECONDS                   PIC S9(15) COMP-3.
       01  WS-CUTOFF-SECONDS                PIC S9(15) COMP-3.
       01  WS-TIME-OF-DAY                   PIC S9(9) COMP.
       01  WS-CUTOFF-HH                     PIC 9(2).
       01  WS-CUTOFF-MI                     PIC 9(2).
       01  WS-CUTOFF-SS                     PIC 9(2).
       01  WS-CUTOFF-TIMESTAMP              PIC X(20).
       01  WS-EDIT-NUMBER                   PIC 9(10).

       01  WS-ALERT-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-ALERTS-DONE               VALUE 'Y'.

       01  WS-ESCALATED-COUNT               PIC 9(7) VALUE 0.
       01  WS-TOP-LEVEL-COUNT               PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every critical alert still open - nobody has acknowledged
      *> it - since before the cutoff, oldest first. WITH HOLD keeps
      *> the cursor open across the commit taken after each one.
       EXEC SQL
           DECLARE OVERDUE-ALERT-CURSOR CURSOR WITH HOLD FOR
               SELECT ALERT_NUMBER, ALERT_SEVERITY, ALERT_PROGRAM,
                      ALERT_PARM_NAME, ALERT_COUNT, ALERT_TEXT,
                      ALERT_TIMESTAMP, SUPPORT_LEVEL
               FROM ALT1
               WHERE ALERT_SEVERITY = 'C'
                 AND ALERT_STATUS = 'O'
                 AND ALERT_TIMESTAMP <= :WS-CUTOFF-TIMESTAMP
               ORDER BY ALERT_TIMESTAMP, ALERT_NUMBER
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Alert escalation sweep - a critical alert nobody has
      *> acknowledged on the ALO1 console within the window is
      *> re-raised through ALM1 one support level up, and the
      *> unanswered one is marked escalated. Scheduled every few
      *> minutes round the clock, like the PER1 relay. An alert
      *> already at the top level stays open where it is and is
      *> listed for the run.
           PERFORM READ-PARM-CARD
           PERFORM REGISTER-RUN-START
      *> Committed so a failed escalation's rollback cannot take the
      *> run-history start row with it.
           EXEC SQL
               COMMIT
           END-EXEC
           PERFORM READ-ESCALATION-PARMS
           PERFORM COMPUTE-CUTOFF-TIMESTAMP
           DISPLAY "===== ALE1 ALERT ESCALATION "
               WS-CURRENT-DATE(1:8) " ====="
           DISPLAY "Unacknowledged since " WS-CUTOFF-TIMESTAMP
               " (" WS-ESCALATE-MINUTES " min)"
           PERFORM ESCALATE-OVERDUE-ALERTS
           DISPLAY " "
           DISPLAY "Alerts escalated:             " WS-ESCALATED-COUNT
           DISPLAY "Already at the top level:     " WS-TOP-LEVEL-COUNT
           DISPLAY "Escalations not raised:       " WS-FAILED-COUNT
           DISPLAY "================================================="
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'ALE1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'ALE1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-ESCALATED-COUNT TO RUN-RECORD-COUNT
           IF WS-FAILED-COUNT = 0
               MOVE 0 TO RUN-RETURN-CODE
           ELSE
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       READ-ESCALATION-PARMS.
           MOVE 30 TO WS-ESCALATE-MINUTES
           MOVE 'ALERT-ESCALATE-MINUTES' TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-ESCALATE-MINUTES =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           MOVE 3 TO WS-TOP-LEVEL
           MOVE 'ALERT-TOP-LEVEL' TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-TOP-LEVEL =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF.

       COMPUTE-CUTOFF-TIMESTAMP.
      *> Wall-clock time less the window, in the register's
      *> YYYY-MM-DD HH:MM:SS form so the cursor compares it as text.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-NOW-SECONDS =
               WS-DATE-INTEGER * 86400
               + FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE(13:2))
           COMPUTE WS-CUTOFF-SECONDS =
               WS-NOW-SECONDS - WS-ESCALATE-MINUTES * 60
           DIVIDE WS-CUTOFF-SECONDS BY 86400
               GIVING WS-DATE-INTEGER REMAINDER WS-TIME-OF-DAY
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           DIVIDE WS-TIME-OF-DAY BY 3600
               GIVING WS-CUTOFF-HH REMAINDER WS-TIME-OF-DAY
           DIVIDE WS-TIME-OF-DAY BY 60
               GIVING WS-CUTOFF-MI REMAINDER WS-CUTOFF-SS
           MOVE SPACES TO WS-CUTOFF-TIMESTAMP
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2) ' ' WS-CUTOFF-HH ':'
                  WS-CUTOFF-MI ':' WS-CUTOFF-SS
                  DELIMITED BY SIZE INTO WS-CUTOFF-TIMESTAMP.

       ESCALATE-OVERDUE-ALERTS.
           MOVE 'N' TO WS-ALERT-SWITCH
           EXEC SQL
               OPEN OVERDUE-ALERT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ALERTS-DONE
               EXEC SQL
                   FETCH OVERDUE-ALERT-CURSOR
                   INTO :ALT1-REC.ALERT-NUMBER,
                        :ALT1-REC.ALERT-SEVERITY,
                        :ALT1-REC.ALERT-PROGRAM,
                        :ALT1-REC.ALERT-PARM-NAME,
                        :ALT1-REC.ALERT-COUNT,
                        :ALT1-REC.ALERT-TEXT,
                        :ALT1-REC.ALERT-TIMESTAMP,
                        :ALT1-REC.SUPPORT-LEVEL
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ALERTS-DONE TO TRUE
               ELSE
                   PERFORM ESCALATE-ONE-ALERT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE OVERDUE-ALERT-CURSOR
           END-EXEC.

       ESCALATE-ONE-ALERT.
           IF SUPPORT-LEVEL OF ALT1-REC IS NUMERIC
               COMPUTE WS-NEXT-LEVEL =
                   FUNCTION NUMVAL(SUPPORT-LEVEL OF ALT1-REC) + 1
           ELSE
               MOVE 2 TO WS-NEXT-LEVEL
           END-IF
           IF WS-NEXT-LEVEL > WS-TOP-LEVEL
               ADD 1 TO WS-TOP-LEVEL-COUNT
               DISPLAY "  Alert " ALERT-NUMBER OF ALT1-REC " "
                   ALERT-PROGRAM OF ALT1-REC
                   " open at the top level since "
                   ALERT-TIMESTAMP OF ALT1-REC
           ELSE
               PERFORM RAISE-ESCALATION
           END-IF.

       RAISE-ESCALATION.
      *> ALM1 registers the new alert and marks this one escalated
      *> in the same unit of work; the commit here makes the pair
      *> stick before the next alert is looked at.
           MOVE SPACES TO ALM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ALM1-COMM-AREA
           MOVE 'ALE1' TO MAIN-NAME OF ALM1-COMM-AREA
           MOVE ALERT-PROGRAM OF ALT1-REC
               TO ALERT-PROGRAM OF ALM1-COMM-AREA
           MOVE ALERT-PARM-NAME OF ALT1-REC
               TO ALERT-PARM-NAME OF ALM1-COMM-AREA
           MOVE ALERT-SEVERITY OF ALT1-REC
               TO ALERT-SEVERITY OF ALM1-COMM-AREA
           MOVE ALERT-COUNT OF ALT1-REC
               TO ALERT-COUNT OF ALM1-COMM-AREA
           MOVE ALERT-TEXT OF ALT1-REC
               TO ALERT-TEXT OF ALM1-COMM-AREA
           MOVE WS-NEXT-LEVEL TO ALERT-LEVEL OF ALM1-COMM-AREA
           MOVE ALERT-NUMBER OF ALT1-REC TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO ALERT-ESCALATED-FROM
           CALL ALM1-PGM USING ALM1-COMM-AREA
           IF ALERT-NUMBER OF ALM1-COMM-AREA NOT = SPACES
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-ESCALATED-COUNT
               DISPLAY "  Alert " ALERT-NUMBER OF ALT1-REC " "
                   ALERT-PROGRAM OF ALT1-REC " raised "
                   ALERT-TIMESTAMP OF ALT1-REC
                   " escalated to level " WS-NEXT-LEVEL
                   " as alert " ALERT-NUMBER OF ALM1-COMM-AREA
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "  Alert " ALERT-NUMBER OF ALT1-REC " "
                   ALERT-PROGRAM OF ALT1-REC
                   " could not be escalated: "
                   ERROR-MESSAGE OF ALM1-COMM-AREA
           END-IF.
