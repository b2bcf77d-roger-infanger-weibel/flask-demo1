               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT SET1DOM-FILE ASSIGN TO SET1DOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT SET1URG-FILE ASSIGN TO SET1URG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT SET1XBD-FILE ASSIGN TO SET1XBD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       COPY AUD1SQL.
       COPY RBK1SQL.
       COPY BDR1SQL.
       COPY IFR1SQL.
       COPY ALT1SQL.

       FILE SECTION.
       FD  HOV1-PRINT-FILE.
       FD  GLXTRAN-FILE.
       01  GLXTRAN-RECORD                   PIC X(43).

       FD  SET1DOM-FILE.
       01  SET1DOM-RECORD                   PIC X(141).

       FD  SET1URG-FILE.
       01  SET1URG-RECORD                   PIC X(141).

       FD  SET1XBD-FILE.
       01  SET1XBD-RECORD                   PIC X(141).

       FD  REG1OUT-FILE.
       01  REG1OUT-RECORD                   PIC X(150).
       COPY CHS1REC.
       COPY RHT1REC.
       COPY BDR1REC.
       COPY IFR1REC.
       COPY ALT1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.
       01  WS-EDIT-RC                       PIC ZZZZZZZ9.
       01  WS-EDIT-AVG                      PIC ZZZZZZZ9.

      *> The night's inbound files off the IFR1 register.
       01  WS-INBOUND-SWITCH                PIC X(1).
           88  WS-INBOUND-DONE              VALUE 'Y'.
       01  WS-INBOUND-COUNT                 PIC 9(5) VALUE 0.
       01  WS-UNFINISHED-COUNT              PIC S9(9) COMP.
       01  WS-STATUS-TEXT                   PIC X(10).
       01  WS-EDIT-HASH                     PIC Z(12)9.99.
       01  WS-EDIT-LOADED                   PIC ZZZZZZZ9.
       01  WS-EDIT-REJECTED                 PIC ZZZZZZZ9.

      *> Alerts still open on the ALT1 register, whichever night
      *> raised them.
       01  WS-OPEN-ALERT-SWITCH             PIC X(1).
           88  WS-OPEN-ALERTS-DONE          VALUE 'Y'.
       01  WS-OPEN-ALERT-COUNT              PIC 9(5) VALUE 0.
       01  WS-UNACKED-ALERT-COUNT           PIC 9(5) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The night's chain steps in order, with their run history
                 AND END_TIMESTAMP <> ' '
       END-EXEC.

      *> Every inbound file the loaders received for the run date,
      *> in the order they arrived.
       EXEC SQL
           DECLARE INBOUND-FILE-CURSOR CURSOR FOR
               SELECT SOURCE_NAME, RECEIVED_TIMESTAMP, HEADER_DATE,
                      RECORD_COUNT, HASH_TOTAL, LOAD_PROGRAM,
                      LOAD_STATUS, LOADED_COUNT, REJECTED_COUNT,
                      DUPLICATE_OF
               FROM IFR1
               WHERE RUN_DATE = :WS-PARM-RUN-DATE
               ORDER BY RECEIVED_TIMESTAMP, SOURCE_NAME
       END-EXEC.

      *> Every alert nobody has closed yet, the ALO1 console's own
      *> order - critical first, unacknowledged ahead of
      *> acknowledged, oldest first.
       EXEC SQL
           DECLARE OPEN-ALERT-CURSOR CURSOR FOR
               SELECT ALERT_SEVERITY, SUPPORT_LEVEL, ALERT_PROGRAM,
                      ALERT_TEXT, ALERT_TIMESTAMP, ALERT_STATUS,
                      ACK_USER
               FROM ALT1
               WHERE ALERT_STATUS IN ('O', 'A')
               ORDER BY CASE ALERT_SEVERITY WHEN 'C' THEN 1 ELSE 2 END,
                        ALERT_STATUS DESC,
                        ALERT_TIMESTAMP, ALERT_NUMBER
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> The morning handover, generated - the steps and return
           WRITE HOV1-PRINT-LINE
           PERFORM REPORT-CHAIN-STEPS
           PERFORM REPORT-NIGHT-ALERTS
           PERFORM REPORT-OPEN-ALERTS
           PERFORM REPORT-EXCEPTION-COUNT
           PERFORM REPORT-OPEN-BREAKS
           PERFORM REPORT-PRODUCED-FILES
           PERFORM REPORT-INBOUND-FILES
           CLOSE HOV1-PRINT-FILE
           DISPLAY "HOV1 handover written for " WS-PARM-RUN-DATE
           STOP RUN.
               WRITE HOV1-PRINT-LINE
           END-IF.

       REPORT-OPEN-ALERTS.
      *> What the day shift inherits off the ALT1 register - every
      *> alert still open or acknowledged but not closed, with the
      *> unacknowledged ones counted apart; ALO1 is where they are
      *> worked.
           MOVE SPACES TO HOV1-PRINT-LINE
           WRITE HOV1-PRINT-LINE
           MOVE 'ALERTS STILL OPEN (SEE ALO1):' TO HOV1-PRINT-LINE
           WRITE HOV1-PRINT-LINE
           MOVE 'N' TO WS-OPEN-ALERT-SWITCH
           EXEC SQL
               OPEN OPEN-ALERT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-OPEN-ALERTS-DONE
               EXEC SQL
                   FETCH OPEN-ALERT-CURSOR
                   INTO :ALT1-REC.ALERT-SEVERITY,
                        :ALT1-REC.SUPPORT-LEVEL,
                        :ALT1-REC.ALERT-PROGRAM,
                        :ALT1-REC.ALERT-TEXT,
                        :ALT1-REC.ALERT-TIMESTAMP,
                        :ALT1-REC.ALERT-STATUS,
                        :ALT1-REC.ACK-USER
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-OPEN-ALERTS-DONE TO TRUE
               ELSE
                   PERFORM PRINT-ONE-OPEN-ALERT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE OPEN-ALERT-CURSOR
           END-EXEC
           IF WS-OPEN-ALERT-COUNT = 0
               MOVE '  (none)' TO HOV1-PRINT-LINE
               WRITE HOV1-PRINT-LINE
           ELSE
               MOVE SPACES TO HOV1-PRINT-LINE
               MOVE WS-OPEN-ALERT-COUNT TO WS-EDIT-COUNT
               STRING '  OPEN ALERTS:                   ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO HOV1-PRINT-LINE
               WRITE HOV1-PRINT-LINE
               MOVE SPACES TO HOV1-PRINT-LINE
               MOVE WS-UNACKED-ALERT-COUNT TO WS-EDIT-COUNT
               STRING '  NOT YET ACKNOWLEDGED:          ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO HOV1-PRINT-LINE
               WRITE HOV1-PRINT-LINE
           END-IF.

       PRINT-ONE-OPEN-ALERT.
           ADD 1 TO WS-OPEN-ALERT-COUNT
           IF ALERT-STATUS OF ALT1-REC = 'O'
               ADD 1 TO WS-UNACKED-ALERT-COUNT
               MOVE 'UNACKED' TO WS-STATUS-TEXT
           ELSE
               MOVE 'ACKED' TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES TO HOV1-PRINT-LINE
           STRING '  ' ALERT-SEVERITY OF ALT1-REC
               ' L' SUPPORT-LEVEL OF ALT1-REC
               ' ' ALERT-PROGRAM OF ALT1-REC
               ' ' ALERT-TIMESTAMP OF ALT1-REC(1:16)
               ' ' WS-STATUS-TEXT
               ' ' ACK-USER OF ALT1-REC
               ' ' ALERT-TEXT OF ALT1-REC
               DELIMITED BY SIZE
               INTO HOV1-PRINT-LINE
           WRITE HOV1-PRINT-LINE.

       REPORT-EXCEPTION-COUNT.
      *> The same population EXC1 reports in detail - the handover
      *> carries the count, the EXC1 report carries the rows.
           PERFORM SCAN-GLXFEED-TRAILER
           MOVE 'GLXTRAN' TO WS-FEED-NAME
           PERFORM SCAN-GLXTRAN-TRAILER
           MOVE 'SET1DOM' TO WS-FEED-NAME
           PERFORM SCAN-SET1DOM-TRAILER
           MOVE 'SET1URG' TO WS-FEED-NAME
           PERFORM SCAN-SET1URG-TRAILER
           MOVE 'SET1XBD' TO WS-FEED-NAME
           PERFORM SCAN-SET1XBD-TRAILER
           MOVE 'REG1OUT' TO WS-FEED-NAME
           PERFORM SCAN-REG1OUT-TRAILER.

           END-IF
           PERFORM PRINT-ONE-TRAILER-LINE.

       SCAN-SET1DOM-TRAILER.
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE 'N' TO WS-TRAILER-FOUND-SWITCH
           OPEN INPUT SET1DOM-FILE
           IF WS-FEED-STATUS = '00'
               PERFORM UNTIL END-OF-FEED
                   READ SET1DOM-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           IF SET1DOM-RECORD(1:3) = 'TRL'
                               MOVE SET1DOM-RECORD(1:27)
                                   TO WS-TRAILER-IMAGE
                               SET WS-TRAILER-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SET1DOM-FILE
           END-IF
           PERFORM PRINT-ONE-TRAILER-LINE.

       SCAN-SET1URG-TRAILER.
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE 'N' TO WS-TRAILER-FOUND-SWITCH
           OPEN INPUT SET1URG-FILE
           IF WS-FEED-STATUS = '00'
               PERFORM UNTIL END-OF-FEED
                   READ SET1URG-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           IF SET1URG-RECORD(1:3) = 'TRL'
                               MOVE SET1URG-RECORD(1:27)
                                   TO WS-TRAILER-IMAGE
                               SET WS-TRAILER-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SET1URG-FILE
           END-IF
           PERFORM PRINT-ONE-TRAILER-LINE.

       SCAN-SET1XBD-TRAILER.
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           MOVE 'N' TO WS-TRAILER-FOUND-SWITCH
           OPEN INPUT SET1XBD-FILE
           IF WS-FEED-STATUS = '00'
               PERFORM UNTIL END-OF-FEED
                   READ SET1XBD-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           IF SET1XBD-RECORD(1:3) = 'TRL'
                               MOVE SET1XBD-RECORD(1:27)
                                   TO WS-TRAILER-IMAGE
                               SET WS-TRAILER-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SET1XBD-FILE
           END-IF
           PERFORM PRINT-ONE-TRAILER-LINE.

       SCAN-REG1OUT-TRAILER.
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           END-IF
           PERFORM PRINT-ONE-TRAILER-LINE.

       REPORT-INBOUND-FILES.
      *> What came in, off the IFR1 register the loaders keep - each
      *> file's header date, count and hash, who loaded it and how
      *> it ended, refused repeats named against the earlier copy.
      *> A load still at 'L' from an earlier day never finished, and
      *> is exactly the half-loaded file a re-send would land on.
           MOVE SPACES TO HOV1-PRINT-LINE
           WRITE HOV1-PRINT-LINE
           MOVE 'FILES RECEIVED (IFR1 REGISTER):' TO HOV1-PRINT-LINE
           WRITE HOV1-PRINT-LINE
           MOVE 'N' TO WS-INBOUND-SWITCH
           EXEC SQL
               OPEN INBOUND-FILE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-INBOUND-DONE
               EXEC SQL
                   FETCH INBOUND-FILE-CURSOR
                   INTO :IFR1-REC.SOURCE-NAME,
                        :IFR1-REC.RECEIVED-TIMESTAMP,
                        :IFR1-REC.HEADER-DATE,
                        :IFR1-REC.RECORD-COUNT,
                        :IFR1-REC.HASH-TOTAL,
                        :IFR1-REC.LOAD-PROGRAM,
                        :IFR1-REC.LOAD-STATUS,
                        :IFR1-REC.LOADED-COUNT,
                        :IFR1-REC.REJECTED-COUNT,
                        :IFR1-REC.DUPLICATE-OF
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-INBOUND-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-INBOUND-COUNT
                   PERFORM PRINT-ONE-INBOUND-FILE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE INBOUND-FILE-CURSOR
           END-EXEC
           IF WS-INBOUND-COUNT = 0
               MOVE '  (none)' TO HOV1-PRINT-LINE
               WRITE HOV1-PRINT-LINE
           END-IF
           MOVE 0 TO WS-UNFINISHED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-UNFINISHED-COUNT
               FROM IFR1
               WHERE LOAD_STATUS = 'L'
                 AND RUN_DATE < :WS-PARM-RUN-DATE
           END-EXEC
           IF WS-UNFINISHED-COUNT > 0
               MOVE SPACES TO HOV1-PRINT-LINE
               MOVE WS-UNFINISHED-COUNT TO WS-EDIT-COUNT
               STRING '  EARLIER LOADS NEVER FINISHED:  ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO HOV1-PRINT-LINE
               WRITE HOV1-PRINT-LINE
           END-IF.

       PRINT-ONE-INBOUND-FILE.
           EVALUATE LOAD-STATUS OF IFR1-REC
               WHEN 'C'
                   MOVE 'LOADED' TO WS-STATUS-TEXT
               WHEN 'D'
                   MOVE 'DRY RUN' TO WS-STATUS-TEXT
               WHEN 'R'
                   MOVE 'REFUSED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNFINISHED' TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE RECORD-COUNT OF IFR1-REC TO WS-EDIT-COUNT
           MOVE HASH-TOTAL OF IFR1-REC TO WS-EDIT-HASH
           MOVE LOADED-COUNT OF IFR1-REC TO WS-EDIT-LOADED
           MOVE REJECTED-COUNT OF IFR1-REC TO WS-EDIT-REJECTED
           MOVE SPACES TO HOV1-PRINT-LINE
           IF LOAD-STATUS OF IFR1-REC = 'R'
               STRING '  ' SOURCE-NAME OF IFR1-REC ' '
                   RECEIVED-TIMESTAMP OF IFR1-REC(12:8)
                   ' HDR ' HEADER-DATE OF IFR1-REC
                   ' RECORDS ' WS-EDIT-COUNT
                   ' HASH ' WS-EDIT-HASH
                   ' ' LOAD-PROGRAM OF IFR1-REC ' ' WS-STATUS-TEXT
                   ' REPEATS ' DUPLICATE-OF OF IFR1-REC
                   DELIMITED BY SIZE INTO HOV1-PRINT-LINE
           ELSE
               STRING '  ' SOURCE-NAME OF IFR1-REC ' '
                   RECEIVED-TIMESTAMP OF IFR1-REC(12:8)
                   ' HDR ' HEADER-DATE OF IFR1-REC
                   ' RECORDS ' WS-EDIT-COUNT
                   ' HASH ' WS-EDIT-HASH
                   ' ' LOAD-PROGRAM OF IFR1-REC ' ' WS-STATUS-TEXT
                   ' LOADED ' WS-EDIT-LOADED
                   ' REJECTED ' WS-EDIT-REJECTED
                   DELIMITED BY SIZE INTO HOV1-PRINT-LINE
           END-IF
           WRITE HOV1-PRINT-LINE.

       PRINT-ONE-TRAILER-LINE.
           MOVE SPACES TO HOV1-PRINT-LINE
           IF WS-TRAILER-FOUND
