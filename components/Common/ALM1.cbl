
       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CFG1SQL.
       COPY ALT1SQL.

       FILE SECTION.
       FD  ALERT-FILE.

      *> Include the Db2 host fields
       COPY CFG1REC.
       COPY ALT1REC.

       01  WS-ALERT-STATUS                  PIC X(2).
       01  WS-EDIT-NUMBER                   PIC 9(10).
       01  WS-CURRENT-DATE                  PIC X(21).

       01  WS-THRESHOLD                     PIC S9(9) COMP.
      *> console message in front of the overnight operator at 2am.
           MOVE 0 TO RETURN-CODE OF ALM1-COMM-AREA
           MOVE SPACES TO ERROR-MESSAGE OF ALM1-COMM-AREA
           MOVE 'N' TO ALERT-STATUS OF ALM1-COMM-AREA
           MOVE SPACES TO ALERT-NUMBER OF ALM1-COMM-AREA
           IF ALERT-LEVEL OF ALM1-COMM-AREA = SPACE
               MOVE '1' TO ALERT-LEVEL OF ALM1-COMM-AREA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM STAMP-TIMESTAMP
           PERFORM READ-THRESHOLD
           IF ALERT-ESCALATED-FROM OF ALM1-COMM-AREA NOT = SPACES
              OR ALERT-COUNT OF ALM1-COMM-AREA > WS-THRESHOLD
               PERFORM RAISE-ALERT
           END-IF
           GOBACK.
      *> configured still alerts the moment it is nonzero, which is
      *> the safe default for error counters.
           MOVE 0 TO WS-THRESHOLD
           MOVE ALERT-PARM-NAME OF ALM1-COMM-AREA
               TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
           END-IF.

       RAISE-ALERT.
           MOVE 'S' TO ALERT-STATUS OF ALM1-COMM-AREA
           IF ALERT-ESCALATED-FROM OF ALM1-COMM-AREA = SPACES
               DISPLAY "*ALERT* " ALERT-SEVERITY OF ALM1-COMM-AREA
                   " " ALERT-PROGRAM OF ALM1-COMM-AREA
                   " " ALERT-TEXT OF ALM1-COMM-AREA
                   " - count " ALERT-COUNT OF ALM1-COMM-AREA
                   " over threshold " WS-THRESHOLD
           ELSE
               DISPLAY "*ALERT* " ALERT-SEVERITY OF ALM1-COMM-AREA
                   " " ALERT-PROGRAM OF ALM1-COMM-AREA
                   " " ALERT-TEXT OF ALM1-COMM-AREA
                   " - NOT ACKNOWLEDGED, ESCALATED TO LEVEL "
                   ALERT-LEVEL OF ALM1-COMM-AREA
           END-IF
           PERFORM REGISTER-ALERT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS = '00'
               MOVE ALERT-SEVERITY OF ALM1-COMM-AREA
                   TO ALM1-ALR-SEVERITY
               MOVE ALERT-PROGRAM OF ALM1-COMM-AREA
                   TO ALM1-ALR-PROGRAM
               MOVE ALERT-PARM-NAME OF ALM1-COMM-AREA
                   TO ALM1-ALR-PARM-NAME
               MOVE ALERT-COUNT OF ALM1-COMM-AREA TO ALM1-ALR-COUNT
               MOVE WS-THRESHOLD TO ALM1-ALR-THRESHOLD
               MOVE ALERT-TEXT OF ALM1-COMM-AREA TO ALM1-ALR-TEXT
               MOVE TIMESTAMP OF ALM1-COMM-AREA
                   TO ALM1-ALR-TIMESTAMP
               MOVE ALERT-LEVEL OF ALM1-COMM-AREA TO ALM1-ALR-LEVEL
               IF ALERT-NUMBER OF ALM1-COMM-AREA = SPACES
                   MOVE 0 TO ALM1-ALR-NUMBER
               ELSE
                   MOVE ALERT-NUMBER OF ALT1-REC TO ALM1-ALR-NUMBER
               END-IF
               WRITE ALM1-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               MOVE 'E' TO ALERT-STATUS OF ALM1-COMM-AREA
               MOVE 'Alert file could not be opened'
                   TO ERROR-MESSAGE OF ALM1-COMM-AREA
           END-IF.

       REGISTER-ALERT.
      *> The alert lands on the ALT1 register too, open at its
      *> support level, for the ALO1 console to acknowledge. An
      *> escalation closes out the alert it re-raises in the same
      *> unit of work. A register that cannot be written leaves the
      *> file and console message to carry the alert, as before.
           EXEC SQL
               SELECT COALESCE(MAX(ALERT_NUMBER), 0) + 1
               INTO :ALT1-REC.ALERT-NUMBER
               FROM ALT1
           END-EXEC
           IF SQLCODE = 0
               MOVE ALERT-SEVERITY OF ALM1-COMM-AREA
                   TO ALERT-SEVERITY OF ALT1-REC
               MOVE ALERT-PROGRAM OF ALM1-COMM-AREA
                   TO ALERT-PROGRAM OF ALT1-REC
               MOVE ALERT-PARM-NAME OF ALM1-COMM-AREA
                   TO ALERT-PARM-NAME OF ALT1-REC
               MOVE ALERT-COUNT OF ALM1-COMM-AREA
                   TO ALERT-COUNT OF ALT1-REC
               MOVE WS-THRESHOLD TO ALERT-THRESHOLD OF ALT1-REC
               MOVE ALERT-TEXT OF ALM1-COMM-AREA
                   TO ALERT-TEXT OF ALT1-REC
               MOVE TIMESTAMP OF ALM1-COMM-AREA
                   TO ALERT-TIMESTAMP OF ALT1-REC
               MOVE ALERT-LEVEL OF ALM1-COMM-AREA
                   TO SUPPORT-LEVEL OF ALT1-REC
               MOVE 0 TO ESCALATED-FROM OF ALT1-REC
               IF ALERT-ESCALATED-FROM OF ALM1-COMM-AREA NOT = SPACES
                   COMPUTE ESCALATED-FROM OF ALT1-REC = FUNCTION
                       NUMVAL(ALERT-ESCALATED-FROM OF ALM1-COMM-AREA)
               END-IF
               MOVE 'O' TO ALERT-STATUS OF ALT1-REC
               EXEC SQL
                   INSERT INTO ALT1
                       (ALERT_NUMBER, ALERT_SEVERITY, ALERT_PROGRAM,
                        ALERT_PARM_NAME, ALERT_COUNT, ALERT_THRESHOLD,
                        ALERT_TEXT, ALERT_TIMESTAMP, SUPPORT_LEVEL,
                        ESCALATED_FROM, ALERT_STATUS)
                   VALUES
                       (:ALT1-REC.ALERT-NUMBER,
                        :ALT1-REC.ALERT-SEVERITY,
                        :ALT1-REC.ALERT-PROGRAM,
                        :ALT1-REC.ALERT-PARM-NAME,
                        :ALT1-REC.ALERT-COUNT,
                        :ALT1-REC.ALERT-THRESHOLD,
                        :ALT1-REC.ALERT-TEXT,
                        :ALT1-REC.ALERT-TIMESTAMP,
                        :ALT1-REC.SUPPORT-LEVEL,
                        :ALT1-REC.ESCALATED-FROM,
                        :ALT1-REC.ALERT-STATUS)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE ALERT-NUMBER OF ALT1-REC TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO ALERT-NUMBER OF ALM1-COMM-AREA
               IF ESCALATED-FROM OF ALT1-REC > 0
                   PERFORM MARK-ALERT-ESCALATED
               END-IF
           ELSE
               DISPLAY "Warning: alert not registered on ALT1, "
                   "SQLCODE " SQLCODE
           END-IF.

       MARK-ALERT-ESCALATED.
           EXEC SQL
               UPDATE ALT1
               SET ALERT_STATUS = 'E'
               WHERE ALERT_NUMBER = :ALT1-REC.ESCALATED-FROM
                 AND ALERT_STATUS = 'O'
           END-EXEC.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
