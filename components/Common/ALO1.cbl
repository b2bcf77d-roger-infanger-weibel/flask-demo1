       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY ALT1SQL.

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY ALT1REC.

       *> Symbolic map for the ALO1MSD mapset
       COPY ALO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-CURRENT-DATE-TIME            PIC X(21).
       77  WS-TIMESTAMP                    PIC X(20).
       77  WS-LIST-IX                      PIC 9(4) COMP.
       77  WS-SEL-IX                       PIC 9(4) COMP.
       77  WS-EDIT-LINE                    PIC Z9.
       77  WS-EDIT-TOTAL                   PIC ZZZ9.

       01  WS-ALERT-SWITCH                 PIC X(1).
           88  WS-ALERTS-DONE              VALUE 'Y'.
       01  WS-ALERT-TOTAL                  PIC 9(4) COMP.
       01  WS-UNACKED-TOTAL                PIC 9(4) COMP.
       01  WS-EDIT-UNACKED                 PIC ZZZ9.
       01  WS-STATUS-TEXT                  PIC X(4).
       01  WS-COMMENT                      PIC X(60).
       01  WS-USER-ID                      PIC X(8).

      *> COMMAREA carried between pseudo-conversational turns - the
      *> ALT1 number behind each listed line, so an alert picked by
      *> line number finds its row.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.
           05  WS-LINE-COUNT                PIC 9(2).
           05  WS-LINE-ALERT                PIC 9(9) OCCURS 12 TIMES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every alert still in front of someone - open or
      *> acknowledged but not yet closed - critical first, then the
      *> unacknowledged ahead of the acknowledged, oldest first. An
      *> escalated alert has been re-raised one level up and only
      *> the new one is listed.
       EXEC SQL
           DECLARE OPEN-ALERT-CURSOR CURSOR FOR
               SELECT ALERT_NUMBER, ALERT_SEVERITY, ALERT_PROGRAM,
                      ALERT_TEXT, ALERT_TIMESTAMP, SUPPORT_LEVEL,
                      ALERT_STATUS, ACK_USER
               FROM ALT1
               WHERE ALERT_STATUS IN ('O', 'A')
               ORDER BY CASE ALERT_SEVERITY WHEN 'C' THEN 1 ELSE 2 END,
                        ALERT_STATUS DESC,
                        ALERT_TIMESTAMP, ALERT_NUMBER
       END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(111).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> Operator alert console - the ALT1 register ALM1 lands every
      *> alert on, instead of the console log and the OPALERT file.
      *> A line number with A acknowledges the alert (which stops
      *> ALE1 escalating it), with C closes it, and with N just
      *> records the comment keyed - a close needs a comment saying
      *> what was done. Acknowledging and closing stay open while
      *> the nightly chain runs; that is when alerts are raised.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
      *> Arriving from MNU1 lists the open alerts straight away.
           MOVE LOW-VALUES TO ALO1O
           MOVE SPACES TO MSGO
           MOVE SPACES TO WS-TASK-STATE
           MOVE 0 TO WS-LINE-COUNT
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               PERFORM FILL-ALERT-LINES
           END-IF
           EXEC CICS SEND MAP('ALO1MAP') MAPSET('ALO1MSD')
               FROM(ALO1O) ERASE
               END-EXEC
           SET WS-SECOND-TURN TO TRUE
           PERFORM RE-ARM-CONVERSATION.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('ALO1MAP') MAPSET('ALO1MSD')
               INTO(ALO1I)
               RESP(WS-RESP)
               END-EXEC

           MOVE SPACES TO MSGO
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               IF LNO NOT = SPACES AND LNO NOT = LOW-VALUES
                  AND LNO NOT = '00'
                   PERFORM PROCESS-SELECTED-LINE
               END-IF
               PERFORM FILL-ALERT-LINES
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'ALO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED FOR ALO1' TO MSGO(1:23)
           END-IF.

       PROCESS-SELECTED-LINE.
           IF LNO IS NOT NUMERIC
               MOVE 'LINE NUMBER MUST BE NUMERIC' TO MSGO(1:27)
           ELSE
               MOVE FUNCTION NUMVAL(LNO) TO WS-SEL-IX
               IF WS-SEL-IX < 1 OR WS-SEL-IX > WS-LINE-COUNT
                   MOVE 'LINE NUMBER IS NOT ON THE LIST'
                       TO MSGO(1:30)
               ELSE
                   MOVE WS-LINE-ALERT(WS-SEL-IX)
                       TO ALERT-NUMBER OF ALT1-REC
                   MOVE SPACES TO WS-COMMENT
                   IF CMT NOT = LOW-VALUES
                       MOVE CMT TO WS-COMMENT
                       INSPECT WS-COMMENT
                           REPLACING ALL LOW-VALUES BY SPACES
                   END-IF
                   MOVE EIBUSERID TO WS-USER-ID
                   PERFORM STAMP-TIMESTAMP
                   EVALUATE TRUE
                       WHEN ACT = 'A'
                           PERFORM ACKNOWLEDGE-ALERT
                       WHEN ACT = 'C' AND WS-COMMENT = SPACES
                           MOVE 'KEY A COMMENT SAYING WHAT WAS DONE'
                               TO MSGO(1:34)
                       WHEN ACT = 'C'
                           PERFORM CLOSE-ALERT
                       WHEN ACT = 'N' AND WS-COMMENT = SPACES
                           MOVE 'KEY THE COMMENT TO RECORD'
                               TO MSGO(1:25)
                       WHEN ACT = 'N'
                           PERFORM COMMENT-ALERT
                       WHEN OTHER
                           MOVE 'ACTION MUST BE A, C OR N'
                               TO MSGO(1:24)
                   END-EVALUATE
               END-IF
           END-IF.

       ACKNOWLEDGE-ALERT.
      *> Only an alert nobody has answered yet - one ALE1 escalated
      *> in the meantime is acknowledged on its re-raised line.
           EXEC SQL
               UPDATE ALT1
               SET ALERT_STATUS = 'A',
                   ACK_USER = :WS-USER-ID,
                   ACK_TIMESTAMP = :WS-TIMESTAMP,
                   ALERT_COMMENT =
                       CASE WHEN :WS-COMMENT = ' '
                            THEN ALERT_COMMENT
                            ELSE :WS-COMMENT END
               WHERE ALERT_NUMBER = :ALT1-REC.ALERT-NUMBER
                 AND ALERT_STATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'ALERT ACKNOWLEDGED' TO MSGO(1:18)
                   PERFORM CLEAR-ENTRY-FIELDS
               WHEN 100
                   MOVE 'ALERT IS NO LONGER OPEN - SEE THE LIST'
                       TO MSGO(1:38)
               WHEN OTHER
                   MOVE 'ALERT NOT UPDATED - TRY AGAIN' TO MSGO(1:29)
           END-EVALUATE.

       CLOSE-ALERT.
      *> Closing an alert nobody acknowledged acknowledges it in the
      *> same stroke, so the register always shows who took it.
           EXEC SQL
               UPDATE ALT1
               SET ALERT_STATUS = 'C',
                   ACK_USER =
                       CASE WHEN ALERT_STATUS = 'O'
                            THEN :WS-USER-ID
                            ELSE ACK_USER END,
                   ACK_TIMESTAMP =
                       CASE WHEN ALERT_STATUS = 'O'
                            THEN :WS-TIMESTAMP
                            ELSE ACK_TIMESTAMP END,
                   CLOSE_USER = :WS-USER-ID,
                   CLOSE_TIMESTAMP = :WS-TIMESTAMP,
                   ALERT_COMMENT = :WS-COMMENT
               WHERE ALERT_NUMBER = :ALT1-REC.ALERT-NUMBER
                 AND ALERT_STATUS IN ('O', 'A')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'ALERT CLOSED' TO MSGO(1:12)
                   PERFORM CLEAR-ENTRY-FIELDS
               WHEN 100
                   MOVE 'ALERT IS NO LONGER OPEN - SEE THE LIST'
                       TO MSGO(1:38)
               WHEN OTHER
                   MOVE 'ALERT NOT UPDATED - TRY AGAIN' TO MSGO(1:29)
           END-EVALUATE.

       COMMENT-ALERT.
           EXEC SQL
               UPDATE ALT1
               SET ALERT_COMMENT = :WS-COMMENT
               WHERE ALERT_NUMBER = :ALT1-REC.ALERT-NUMBER
                 AND ALERT_STATUS IN ('O', 'A')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'COMMENT RECORDED' TO MSGO(1:16)
                   PERFORM CLEAR-ENTRY-FIELDS
               WHEN 100
                   MOVE 'ALERT IS NO LONGER OPEN - SEE THE LIST'
                       TO MSGO(1:38)
               WHEN OTHER
                   MOVE 'ALERT NOT UPDATED - TRY AGAIN' TO MSGO(1:29)
           END-EVALUATE.

       CLEAR-ENTRY-FIELDS.
           MOVE SPACES TO ACTO
           MOVE SPACES TO CMTO.

       STAMP-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE-TIME(1:4)  '-'
                  WS-CURRENT-DATE-TIME(5:2)  '-'
                  WS-CURRENT-DATE-TIME(7:2)  ' '
                  WS-CURRENT-DATE-TIME(9:2)  ':'
                  WS-CURRENT-DATE-TIME(11:2) ':'
                  WS-CURRENT-DATE-TIME(13:2)
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

       FILL-ALERT-LINES.
      *> A screenful of the most pressing alerts; the rest, and how
      *> many nobody has acknowledged, are counted on the message
      *> line.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-ALERT-TOTAL
           MOVE 0 TO WS-UNACKED-TOTAL
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > 12
               MOVE SPACES TO LIST-LINE(WS-LIST-IX)
               MOVE 0 TO WS-LINE-ALERT(WS-LIST-IX)
           END-PERFORM
           MOVE 'N' TO WS-ALERT-SWITCH
           EXEC SQL
               OPEN OPEN-ALERT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ALERTS-DONE
               PERFORM FETCH-NEXT-ALERT
               IF NOT WS-ALERTS-DONE
                   ADD 1 TO WS-ALERT-TOTAL
                   IF ALERT-STATUS OF ALT1-REC = 'O'
                       ADD 1 TO WS-UNACKED-TOTAL
                   END-IF
                   IF WS-LINE-COUNT < 12
                       PERFORM FILL-ONE-ALERT-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE OPEN-ALERT-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NO OPEN ALERTS' TO MSGO(1:14)
               ELSE
                   MOVE WS-ALERT-TOTAL TO WS-EDIT-TOTAL
                   MOVE WS-UNACKED-TOTAL TO WS-EDIT-UNACKED
                   MOVE WS-LINE-COUNT TO WS-EDIT-LINE
                   STRING WS-EDIT-LINE ' OF ' WS-EDIT-TOTAL
                          ' OPEN ALERT(S) SHOWN, '
                          WS-EDIT-UNACKED ' UNACKNOWLEDGED'
                          DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF.

       FETCH-NEXT-ALERT.
           EXEC SQL
               FETCH OPEN-ALERT-CURSOR
               INTO :ALT1-REC.ALERT-NUMBER,
                    :ALT1-REC.ALERT-SEVERITY,
                    :ALT1-REC.ALERT-PROGRAM,
                    :ALT1-REC.ALERT-TEXT,
                    :ALT1-REC.ALERT-TIMESTAMP,
                    :ALT1-REC.SUPPORT-LEVEL,
                    :ALT1-REC.ALERT-STATUS,
                    :ALT1-REC.ACK-USER
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-ALERTS-DONE TO TRUE
           END-IF.

       FILL-ONE-ALERT-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE ALERT-NUMBER OF ALT1-REC
               TO WS-LINE-ALERT(WS-LINE-COUNT)
           IF ALERT-STATUS OF ALT1-REC = 'O'
               MOVE 'OPEN' TO WS-STATUS-TEXT
           ELSE
               MOVE 'ACKD' TO WS-STATUS-TEXT
           END-IF
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE
                  ' '
                  ALERT-SEVERITY OF ALT1-REC
                  ' '
                  SUPPORT-LEVEL OF ALT1-REC
                  ' '
                  ALERT-PROGRAM OF ALT1-REC
                  ' '
                  ALERT-TIMESTAMP OF ALT1-REC(1:16)
                  ' '
                  WS-STATUS-TEXT
                  ' '
                  ACK-USER OF ALT1-REC
                  ' '
                  ALERT-TEXT OF ALT1-REC(1:32)
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       SEND-RESULT-MAP.
           MOVE SPACES TO LNOO
           EXEC CICS SEND MAP('ALO1MAP') MAPSET('ALO1MSD')
               FROM(ALO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> COMMAREA carries the alert behind each listed line so the
      *> next pick still finds it.
           EXEC CICS RETURN
               TRANSID('ALO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
