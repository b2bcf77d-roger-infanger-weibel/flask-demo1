       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EHM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY ERH1SQL.
       COPY EXR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY ERH1REC.
       COPY EXR1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.

       01  WS-CURRENT-DATE                    PIC X(21).
       01  WS-TODAY-DATE                      PIC X(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY EHM1.

       PROCEDURE DIVISION USING EHM1-COMM-AREA.
       MAIN-PROCESS.
      *> Treasury's decision on a rate ELD1 held back for moving
      *> further than its tolerance - released, it goes onto EXR1
      *> exactly as the feed sent it; rejected, it never does and
      *> the pair carries on at its previous rate until the vendor
      *> sends a corrected file.
           PERFORM INITIALIZE-COMM-AREA
           IF ACTION-CODE OF EHM1-COMM-AREA NOT = 'R'
               AND ACTION-CODE OF EHM1-COMM-AREA NOT = 'X'
               MOVE 'E' TO HOLD-STATUS OF EHM1-COMM-AREA
               MOVE 'Action must be R (release) or X (reject)'
                   TO ERROR-MESSAGE OF EHM1-COMM-AREA
           ELSE
               PERFORM FETCH-HELD-RATE
           END-IF
           IF HOLD-STATUS OF EHM1-COMM-AREA = 'S'
               IF ACTION-CODE OF EHM1-COMM-AREA = 'R'
                   PERFORM RELEASE-HELD-RATE
               ELSE
                   PERFORM REJECT-HELD-RATE
               END-IF
           END-IF
           PERFORM STAMP-TIMESTAMP
           DISPLAY "Module EHM1 ended with status: "
               HOLD-STATUS OF EHM1-COMM-AREA
           IF HOLD-STATUS OF EHM1-COMM-AREA = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF EHM1-COMM-AREA
           END-IF
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF EHM1-COMM-AREA
           MOVE SPACES TO ERROR-MESSAGE OF EHM1-COMM-AREA
           MOVE SPACE TO HOLD-STATUS OF EHM1-COMM-AREA
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE.

       FETCH-HELD-RATE.
      *> Only a rate still waiting can be decided - one already
      *> released, rejected or superseded by a re-fed file is left
      *> as it stands.
           MOVE HOLD-NUMBER OF EHM1-COMM-AREA TO HOLD-NUMBER OF ERH1-REC
           EXEC SQL
               SELECT FROM_CURRENCY, TO_CURRENCY, RATE_DATE,
                      EXCHANGE_RATE, HOLD_STATUS
               INTO :ERH1-REC.FROM-CURRENCY, :ERH1-REC.TO-CURRENCY,
                    :ERH1-REC.RATE-DATE, :ERH1-REC.EXCHANGE-RATE,
                    :ERH1-REC.HOLD-STATUS
               FROM ERH1
               WHERE HOLD_NUMBER = :ERH1-REC.HOLD-NUMBER
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'E' TO HOLD-STATUS OF EHM1-COMM-AREA
                   MOVE 'No held rate with that number'
                       TO ERROR-MESSAGE OF EHM1-COMM-AREA
               WHEN SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
               WHEN HOLD-STATUS OF ERH1-REC NOT = 'P'
                   MOVE 'E' TO HOLD-STATUS OF EHM1-COMM-AREA
                   MOVE 'Rate is no longer waiting for a decision'
                       TO ERROR-MESSAGE OF EHM1-COMM-AREA
               WHEN OTHER
                   MOVE 'S' TO HOLD-STATUS OF EHM1-COMM-AREA
           END-EVALUATE.

       RELEASE-HELD-RATE.
      *> The hold row is claimed first, so a second operator racing
      *> this one finds it no longer pending and never inserts the
      *> rate twice. Any rate already on EXR1 for the pair and date
      *> is replaced, the same as a re-fed file would replace it.
           PERFORM RECORD-DECISION
           IF HOLD-STATUS OF EHM1-COMM-AREA = 'S'
               MOVE FROM-CURRENCY OF ERH1-REC
                   TO FROM-CURRENCY OF EXR1-REC
               MOVE TO-CURRENCY OF ERH1-REC TO TO-CURRENCY OF EXR1-REC
               MOVE RATE-DATE OF ERH1-REC TO RATE-DATE OF EXR1-REC
               MOVE EXCHANGE-RATE OF ERH1-REC
                   TO EXCHANGE-RATE OF EXR1-REC
               EXEC SQL
                   DELETE FROM EXR1
                   WHERE FROM_CURRENCY = :EXR1-REC.FROM-CURRENCY
                     AND TO_CURRENCY = :EXR1-REC.TO-CURRENCY
                     AND RATE_DATE = :EXR1-REC.RATE-DATE
               END-EXEC
               EXEC SQL
                   INSERT INTO EXR1
                       (FROM_CURRENCY, TO_CURRENCY, RATE_DATE,
                        EXCHANGE_RATE)
                   VALUES
                       (:EXR1-REC.FROM-CURRENCY,
                        :EXR1-REC.TO-CURRENCY,
                        :EXR1-REC.RATE-DATE,
                        :EXR1-REC.EXCHANGE-RATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
                   PERFORM REOPEN-HELD-RATE
               END-IF
           END-IF.

       REOPEN-HELD-RATE.
      *> A release that could not reach EXR1 puts the hold back to
      *> pending, so the list never shows a rate as released that
      *> conversions cannot see.
           EXEC SQL
               UPDATE ERH1
               SET HOLD_STATUS = 'P',
                   DECISION_USER = ' ',
                   DECISION_DATE = '0001-01-01'
               WHERE HOLD_NUMBER = :ERH1-REC.HOLD-NUMBER
           END-EXEC.

       REJECT-HELD-RATE.
           PERFORM RECORD-DECISION.

       RECORD-DECISION.
           MOVE 'R' TO HOLD-STATUS OF ERH1-REC
           IF ACTION-CODE OF EHM1-COMM-AREA = 'X'
               MOVE 'X' TO HOLD-STATUS OF ERH1-REC
           END-IF
           EXEC SQL
               UPDATE ERH1
               SET HOLD_STATUS = :ERH1-REC.HOLD-STATUS,
                   DECISION_USER = :EHM1-COMM-AREA.USER-ID,
                   DECISION_DATE = :WS-TODAY-DATE
               WHERE HOLD_NUMBER = :ERH1-REC.HOLD-NUMBER
                 AND HOLD_STATUS = 'P'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
               WHEN SQLERRD(3) = 0
                   MOVE 'E' TO HOLD-STATUS OF EHM1-COMM-AREA
                   MOVE 'Rate is no longer waiting for a decision'
                       TO ERROR-MESSAGE OF EHM1-COMM-AREA
           END-EVALUATE.

       REPORT-SQL-ERROR.
           MOVE 'E' TO HOLD-STATUS OF EHM1-COMM-AREA
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF EHM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF EHM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF EHM1-COMM-AREA.
