       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PER1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY PEO1SQL.
       COPY BDR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PEO1REC.
       COPY BDR1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Threshold-based operator alerting (see ALM1)
       COPY ALM1.
       01  ALM1-PGM                         PIC X(8) VALUE 'ALM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Outbound status-change notification - the same plain
      *> MQCONN/MQPUT call style PAQ1 already uses, one PEV1 message
      *> per PEO1 outbox row.
       COPY PEV1.
       01  WS-HCONN                         PIC S9(9) COMP VALUE 0.
       01  WS-HOBJ-NOTIFY                   PIC S9(9) COMP VALUE 0.
       01  WS-COMP-CODE                     PIC S9(9) COMP.
       01  WS-REASON-CODE                   PIC S9(9) COMP.
       01  WS-NOTIFY-QUEUE-NAME             PIC X(48)
           VALUE 'PAYMENT.STATUS.QUEUE'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

       01  WS-OUTBOX-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-OUTBOX-DONE               VALUE 'Y'.
       01  WS-QUEUE-SWITCH                  PIC X(1) VALUE 'Y'.
           88  WS-QUEUE-OPEN                VALUE 'Y'.

       01  WS-CURRENT-DATE                  PIC X(21).
       01  WS-SENT-TIMESTAMP                PIC X(20).
       01  WS-SENT-COUNT                    PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT                 PIC S9(9) COMP VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Oldest first, so downstream sees each payment's changes in
      *> the order they were made. WITH HOLD keeps the cursor open
      *> across the commit taken after every row is marked sent.
       EXEC SQL
           DECLARE PENDING-OUTBOX-CURSOR CURSOR WITH HOLD FOR
               SELECT PAYMENT_ID, NEW_STATUS, OLD_STATUS, USER_ID,
                      EVENT_TIMESTAMP
               FROM PEO1
               WHERE SEND_STATUS = 'P'
               ORDER BY EVENT_TIMESTAMP, PAYMENT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Outbox relay - every PEO1 row PAM3 and PAM5 left pending
      *> goes on the outbound queue and is marked sent, one commit
      *> per row. Scheduled every few minutes through the online
      *> day, so the desk still hears of a change in close to real
      *> time. A put that fails stops the sweep with the rest left
      *> pending for the next run, and raises an ALM1 alert - the
      *> queue manager being down is not a reason to lose events.
           PERFORM READ-PARM-CARD
           PERFORM REGISTER-RUN-START
           DISPLAY "===== PER1 PAYMENT EVENT RELAY "
               WS-PARM-RUN-DATE " ====="
           CALL "MQCONN" USING WS-HCONN WS-COMP-CODE WS-REASON-CODE
           CALL "MQOPEN" USING WS-HCONN WS-NOTIFY-QUEUE-NAME
               WS-HOBJ-NOTIFY WS-COMP-CODE WS-REASON-CODE
           IF WS-COMP-CODE NOT = 0
               MOVE 'N' TO WS-QUEUE-SWITCH
               DISPLAY "PER1: notification queue not opened, reason "
                   WS-REASON-CODE
           ELSE
               PERFORM RELAY-PENDING-EVENTS
               CALL "MQCLOSE" USING WS-HCONN WS-HOBJ-NOTIFY
                   WS-COMP-CODE WS-REASON-CODE
           END-IF
           CALL "MQDISC" USING WS-HCONN WS-COMP-CODE WS-REASON-CODE
           PERFORM COUNT-PENDING-EVENTS
           IF NOT WS-QUEUE-OPEN
               PERFORM RAISE-OPERATOR-ALERT
           END-IF
           DISPLAY " "
           DISPLAY "Events published:             " WS-SENT-COUNT
           DISPLAY "Events still pending:         " WS-PENDING-COUNT
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
           MOVE 'PER1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'PER1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-SENT-COUNT TO RUN-RECORD-COUNT
           IF WS-QUEUE-OPEN
               MOVE 0 TO RUN-RETURN-CODE
           ELSE
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       RELAY-PENDING-EVENTS.
           MOVE 'N' TO WS-OUTBOX-SWITCH
           EXEC SQL
               OPEN PENDING-OUTBOX-CURSOR
           END-EXEC
           PERFORM UNTIL WS-OUTBOX-DONE
               PERFORM FETCH-NEXT-PENDING-EVENT
               IF NOT WS-OUTBOX-DONE
                   PERFORM RELAY-ONE-EVENT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE PENDING-OUTBOX-CURSOR
           END-EXEC.

       FETCH-NEXT-PENDING-EVENT.
           EXEC SQL
               FETCH PENDING-OUTBOX-CURSOR
               INTO :PEO1-REC.PAYMENT-ID, :PEO1-REC.NEW-STATUS,
                    :PEO1-REC.OLD-STATUS, :PEO1-REC.USER-ID,
                    :PEO1-REC.EVENT-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-OUTBOX-DONE TO TRUE
           END-IF.

       RELAY-ONE-EVENT.
           MOVE SPACES TO PEV1-EVENT-MESSAGE
           MOVE PAYMENT-ID OF PEO1-REC TO PEV1-PAYMENT-ID
           MOVE OLD-STATUS OF PEO1-REC TO PEV1-OLD-STATUS
           MOVE NEW-STATUS OF PEO1-REC TO PEV1-NEW-STATUS
           MOVE USER-ID OF PEO1-REC TO PEV1-USER-ID
           MOVE EVENT-TIMESTAMP OF PEO1-REC TO PEV1-TIMESTAMP
           CALL "MQPUT" USING WS-HCONN WS-HOBJ-NOTIFY
               PEV1-EVENT-MESSAGE LENGTH OF PEV1-EVENT-MESSAGE
               WS-COMP-CODE WS-REASON-CODE
           IF WS-COMP-CODE NOT = 0
               MOVE 'N' TO WS-QUEUE-SWITCH
               SET WS-OUTBOX-DONE TO TRUE
               DISPLAY "PER1: put failed for payment "
                   PAYMENT-ID OF PEO1-REC ", reason " WS-REASON-CODE
                   " - sweep stopped"
           ELSE
               PERFORM MARK-EVENT-SENT
           END-IF.

       MARK-EVENT-SENT.
      *> The put is outside the DB2 unit of work - a run that dies
      *> between the two sends the event again next time, which is
      *> the safe side of the gap.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-SENT-TIMESTAMP
           EXEC SQL
               UPDATE PEO1
               SET SEND_STATUS = 'S',
                   SENT_TIMESTAMP = :WS-SENT-TIMESTAMP,
                   PUBLISH_COUNT = PUBLISH_COUNT + 1
               WHERE PAYMENT_ID = :PEO1-REC.PAYMENT-ID
                 AND NEW_STATUS = :PEO1-REC.NEW-STATUS
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-SENT-COUNT
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "PER1: payment " PAYMENT-ID OF PEO1-REC
                   " published but not marked sent - "
                   ERRM1-MESSAGE
           END-IF.

       COUNT-PENDING-EVENTS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PENDING-COUNT
               FROM PEO1
               WHERE SEND_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PENDING-COUNT
           END-IF.

       RAISE-OPERATOR-ALERT.
           MOVE SPACES TO ALM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ALM1-COMM-AREA
           MOVE 'PER1' TO MAIN-NAME OF ALM1-COMM-AREA
           MOVE 'PER1' TO ALERT-PROGRAM
           MOVE 'ALERT-PEO1-PENDING' TO ALERT-PARM-NAME
           MOVE 'C' TO ALERT-SEVERITY
           MOVE WS-PENDING-COUNT TO ALERT-COUNT
           MOVE 'payment status events held - queue unavailable'
               TO ALERT-TEXT
           CALL ALM1-PGM USING ALM1-COMM-AREA.
