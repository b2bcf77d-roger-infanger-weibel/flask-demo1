       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PEC1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY AUD1SQL.
       COPY PEO1SQL.
       COPY PAD1SQL.
       COPY BDR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AUD1REC.
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

      *> Outbound status-change notification - the same queue and
      *> PEV1 layout PER1 relays to.
       COPY PEV1.
       01  WS-HCONN                         PIC S9(9) COMP VALUE 0.
       01  WS-HOBJ-NOTIFY                   PIC S9(9) COMP VALUE 0.
       01  WS-COMP-CODE                     PIC S9(9) COMP.
       01  WS-REASON-CODE                   PIC S9(9) COMP.
       01  WS-NOTIFY-QUEUE-NAME             PIC X(48)
           VALUE 'PAYMENT.STATUS.QUEUE'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

       01  WS-CHANGE-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-CHANGES-DONE              VALUE 'Y'.
       01  WS-QUEUE-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-QUEUE-OPEN                VALUE 'Y'.
       01  WS-PUBLISH-SWITCH                PIC X(1).
           88  WS-PUBLISHED                 VALUE 'Y'.

       01  WS-CURRENT-DATE                  PIC X(21).
       01  WS-SENT-TIMESTAMP                PIC X(20).
       01  WS-PAD1-STATUS                   PIC X(1).

       01  WS-CHANGE-COUNT                  PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-REPUBLISHED-COUNT             PIC 9(7) VALUE 0.
       01  WS-RECOVERED-COUNT               PIC 9(7) VALUE 0.
       01  WS-GAP-COUNT                     PIC S9(9) COMP VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every successful clear and reversal of the day, as AUL1
      *> loaded them from the PAM5 and PAM3 audit generations.
       EXEC SQL
           DECLARE STATUS-CHANGE-CURSOR CURSOR WITH HOLD FOR
               SELECT MODULE_NAME, AUDIT_ID, USER_ID, AUDIT_TIMESTAMP
               FROM AUD1
               WHERE MODULE_NAME IN ('PAM3', 'PAM5')
                 AND STATUS_CODE = 'S'
                 AND SUBSTR(AUDIT_TIMESTAMP, 1, 10) = :WS-PARM-RUN-DATE
               ORDER BY AUDIT_TIMESTAMP, AUDIT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Nightly completeness check on the payment status events -
      *> every PAD1 change the day's AUD1 rows record must have a
      *> PEO1 outbox row that PER1 has sent. One still pending is
      *> published here; one with no outbox row at all is recreated
      *> from the audit row and published, provided PAD1 still shows
      *> the change. Anything that cannot be put right raises an
      *> ALM1 alert and a nonzero run return code. Runs after AUL1
      *> has loaded the day's audit generations.
           PERFORM READ-PARM-CARD
           PERFORM REGISTER-RUN-START
           DISPLAY "===== PEC1 PAYMENT EVENT CHECK "
               WS-PARM-RUN-DATE " ====="
           CALL "MQCONN" USING WS-HCONN WS-COMP-CODE WS-REASON-CODE
           CALL "MQOPEN" USING WS-HCONN WS-NOTIFY-QUEUE-NAME
               WS-HOBJ-NOTIFY WS-COMP-CODE WS-REASON-CODE
           IF WS-COMP-CODE = 0
               SET WS-QUEUE-OPEN TO TRUE
           ELSE
               DISPLAY "PEC1: notification queue not opened, reason "
                   WS-REASON-CODE " - gaps are reported, not sent"
           END-IF
           PERFORM CHECK-STATUS-CHANGES
           IF WS-QUEUE-OPEN
               CALL "MQCLOSE" USING WS-HCONN WS-HOBJ-NOTIFY
                   WS-COMP-CODE WS-REASON-CODE
           END-IF
           CALL "MQDISC" USING WS-HCONN WS-COMP-CODE WS-REASON-CODE
           PERFORM RAISE-OPERATOR-ALERT
           DISPLAY " "
           DISPLAY "Status changes on AUD1:       " WS-CHANGE-COUNT
           DISPLAY "  already sent:               " WS-MATCHED-COUNT
           DISPLAY "  pending, published now:     "
               WS-REPUBLISHED-COUNT
           DISPLAY "  missing, recreated and sent:"
               WS-RECOVERED-COUNT
           DISPLAY "  gaps not put right:         " WS-GAP-COUNT
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
           MOVE 'PEC1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'PEC1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-CHANGE-COUNT TO RUN-RECORD-COUNT
           IF WS-GAP-COUNT = 0
               MOVE 0 TO RUN-RETURN-CODE
           ELSE
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       CHECK-STATUS-CHANGES.
           MOVE 'N' TO WS-CHANGE-SWITCH
           EXEC SQL
               OPEN STATUS-CHANGE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CHANGES-DONE
               PERFORM FETCH-NEXT-STATUS-CHANGE
               IF NOT WS-CHANGES-DONE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM CHECK-ONE-CHANGE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE STATUS-CHANGE-CURSOR
           END-EXEC.

       FETCH-NEXT-STATUS-CHANGE.
           EXEC SQL
               FETCH STATUS-CHANGE-CURSOR
               INTO :AUD1-REC.AUD1-MODULE-NAME,
                    :AUD1-REC.AUD1-AUDIT-ID,
                    :AUD1-REC.AUD1-USER-ID,
                    :AUD1-REC.AUD1-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-CHANGES-DONE TO TRUE
           END-IF.

       CHECK-ONE-CHANGE.
           MOVE AUD1-AUDIT-ID TO PAYMENT-ID OF PEO1-REC
           IF AUD1-MODULE-NAME = 'PAM3'
               MOVE 'R' TO NEW-STATUS OF PEO1-REC
           ELSE
               MOVE 'C' TO NEW-STATUS OF PEO1-REC
           END-IF
           EXEC SQL
               SELECT OLD_STATUS, USER_ID, EVENT_TIMESTAMP,
                      SEND_STATUS
               INTO :PEO1-REC.OLD-STATUS, :PEO1-REC.USER-ID,
                    :PEO1-REC.EVENT-TIMESTAMP,
                    :PEO1-REC.SEND-STATUS
               FROM PEO1
               WHERE PAYMENT_ID = :PEO1-REC.PAYMENT-ID
                 AND NEW_STATUS = :PEO1-REC.NEW-STATUS
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND SEND-STATUS OF PEO1-REC = 'S'
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN SQLCODE = 0
                   PERFORM PUBLISH-OUTBOX-EVENT
                   IF WS-PUBLISHED
                       ADD 1 TO WS-REPUBLISHED-COUNT
                   END-IF
               WHEN SQLCODE = 100
                   PERFORM RECOVER-MISSING-EVENT
               WHEN OTHER
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   ADD 1 TO WS-GAP-COUNT
                   DISPLAY "  Payment " PAYMENT-ID OF PEO1-REC
                       " outbox read failed - " ERRM1-MESSAGE
           END-EVALUATE.

       RECOVER-MISSING-EVENT.
      *> The change is on the audit trail but never reached the
      *> outbox. Only a payment PAD1 still shows in the new status
      *> gets its event - one that has moved on since is a gap for
      *> the desk to look at, not something to announce.
           MOVE SPACES TO WS-PAD1-STATUS
           EXEC SQL
               SELECT PAYMENT_STATUS_CODE
               INTO :WS-PAD1-STATUS
               FROM PAD1
               WHERE PAYMENT_ID = :PEO1-REC.PAYMENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
               OR WS-PAD1-STATUS NOT = NEW-STATUS OF PEO1-REC
               ADD 1 TO WS-GAP-COUNT
               DISPLAY "  Payment " PAYMENT-ID OF PEO1-REC
                   " audited to " NEW-STATUS OF PEO1-REC
                   " but PAD1 shows '" WS-PAD1-STATUS
                   "' - no event sent"
           ELSE
               MOVE 'P' TO OLD-STATUS OF PEO1-REC
               MOVE AUD1-USER-ID TO USER-ID OF PEO1-REC
               MOVE AUD1-TIMESTAMP TO EVENT-TIMESTAMP OF PEO1-REC
               MOVE 'P' TO SEND-STATUS OF PEO1-REC
               MOVE SPACES TO SENT-TIMESTAMP OF PEO1-REC
               MOVE 0 TO PUBLISH-COUNT OF PEO1-REC
               EXEC SQL
                   INSERT INTO PEO1
                       (PAYMENT_ID, NEW_STATUS, OLD_STATUS, USER_ID,
                        EVENT_TIMESTAMP, SEND_STATUS, SENT_TIMESTAMP,
                        PUBLISH_COUNT)
                   VALUES
                       (:PEO1-REC.PAYMENT-ID, :PEO1-REC.NEW-STATUS,
                        :PEO1-REC.OLD-STATUS, :PEO1-REC.USER-ID,
                        :PEO1-REC.EVENT-TIMESTAMP,
                        :PEO1-REC.SEND-STATUS,
                        :PEO1-REC.SENT-TIMESTAMP,
                        :PEO1-REC.PUBLISH-COUNT)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   ADD 1 TO WS-GAP-COUNT
                   DISPLAY "  Payment " PAYMENT-ID OF PEO1-REC
                       " outbox row not recreated - " ERRM1-MESSAGE
               ELSE
      *> Committed before the put, so a queue that is down leaves a
      *> pending row for PER1 rather than nothing at all.
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   PERFORM PUBLISH-OUTBOX-EVENT
                   IF WS-PUBLISHED
                       ADD 1 TO WS-RECOVERED-COUNT
                   END-IF
               END-IF
           END-IF.

       PUBLISH-OUTBOX-EVENT.
           MOVE 'N' TO WS-PUBLISH-SWITCH
           IF NOT WS-QUEUE-OPEN
               ADD 1 TO WS-GAP-COUNT
               DISPLAY "  Payment " PAYMENT-ID OF PEO1-REC
                   " event still pending - queue unavailable"
           ELSE
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
                   ADD 1 TO WS-GAP-COUNT
                   DISPLAY "  Payment " PAYMENT-ID OF PEO1-REC
                       " event put failed, reason " WS-REASON-CODE
               ELSE
                   PERFORM MARK-EVENT-SENT
               END-IF
           END-IF.

       MARK-EVENT-SENT.
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
               SET WS-PUBLISHED TO TRUE
               DISPLAY "  Payment " PAYMENT-ID OF PEO1-REC
                   " event " NEW-STATUS OF PEO1-REC " published"
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               ADD 1 TO WS-GAP-COUNT
               DISPLAY "  Payment " PAYMENT-ID OF PEO1-REC
                   " published but not marked sent - "
                   ERRM1-MESSAGE
           END-IF.

       RAISE-OPERATOR-ALERT.
           MOVE SPACES TO ALM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF ALM1-COMM-AREA
           MOVE 'PEC1' TO MAIN-NAME OF ALM1-COMM-AREA
           MOVE 'PEC1' TO ALERT-PROGRAM
           MOVE 'ALERT-PEO1-GAPS' TO ALERT-PARM-NAME
           MOVE 'C' TO ALERT-SEVERITY
           MOVE WS-GAP-COUNT TO ALERT-COUNT
           MOVE 'payment status changes downstream never heard of'
               TO ALERT-TEXT
           CALL ALM1-PGM USING ALM1-COMM-AREA.
