       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EHO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       *> Include the dclgen Db2 layout
       COPY ERH1SQL.

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY ERH1REC.

       *> Include the communication area copybook (EHM1)
       COPY EHM1.
       01  EHM1-PGM                        PIC X(8) VALUE 'EHM1'.

       *> Symbolic map for the EHO1MSD mapset
       COPY EHO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

      *> Chain-blackout check - a released rate changes every
      *> conversion after it, an update that refuses while the
      *> nightly is mid-flight (see CHB1)
       COPY CHB1.
       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-LIST-IX                      PIC 9(4) COMP.
       77  WS-SEL-IX                       PIC 9(4) COMP.
       77  WS-EDIT-LINE                    PIC Z9.
       77  WS-EDIT-HOLD                    PIC Z(5)9.
       77  WS-EDIT-RATE                    PIC ZZZZ9.999999.
       77  WS-EDIT-PRIOR                   PIC ZZZZ9.999999.
       77  WS-EDIT-CHANGE                  PIC -(5)9.99.
       77  WS-EDIT-TOLERANCE               PIC ZZ9.99.

       01  WS-QUEUE-SWITCH                 PIC X(1).
           88  WS-QUEUE-DONE               VALUE 'Y'.

      *> COMMAREA carried between pseudo-conversational turns - the
      *> hold numbers behind the listed lines, so a decision picked
      *> by line number finds its rate.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.
           05  WS-LINE-COUNT                PIC 9(2).
           05  WS-LINE-KEY                  PIC 9(9)
                                            OCCURS 12 TIMES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every rate still waiting on Treasury, oldest rate date
      *> first - the day conversions have been running on an older
      *> rate longest is decided first.
       EXEC SQL
           DECLARE HELD-RATE-CURSOR CURSOR FOR
               SELECT HOLD_NUMBER, FROM_CURRENCY, TO_CURRENCY,
                      RATE_DATE, EXCHANGE_RATE, PRIOR_RATE,
                      CHANGE_PCT, TOLERANCE_PCT
               FROM ERH1
               WHERE HOLD_STATUS = 'P'
               ORDER BY RATE_DATE, HOLD_NUMBER
       END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(111).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> Pseudo-conversational worklist over the ERH1 held rates,
      *> the same shape as UAO1. ENTER lists the rates ELD1 held for
      *> moving further than their tolerance; keying a line number
      *> and R or X releases the rate onto EXR1 or rejects it,
      *> through EHM1.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO EHO1O
           MOVE SPACES TO MSGO
           EXEC CICS SEND MAP('EHO1MAP') MAPSET('EHO1MSD')
               FROM(EHO1O) ERASE
               END-EXEC
           MOVE SPACES TO WS-TASK-STATE
           MOVE 0 TO WS-LINE-COUNT
           SET WS-SECOND-TURN TO TRUE
           PERFORM RE-ARM-CONVERSATION.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('EHO1MAP') MAPSET('EHO1MSD')
               INTO(EHO1I)
               RESP(WS-RESP)
               END-EXEC

           MOVE SPACES TO MSGO
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               IF LNO NOT = SPACES AND LNO NOT = '00'
                   PERFORM DECIDE-SELECTED-LINE
               END-IF
               PERFORM FILL-WORKLIST-LINES
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'EHO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED FOR EHO1' TO MSGO(1:24)
           END-IF
           IF MSGO = SPACES
               PERFORM CHECK-CHAIN-BLACKOUT
           END-IF.

       CHECK-CHAIN-BLACKOUT.
      *> A rate released mid-chain would convert half the night's
      *> work at one rate and half at another - locked while the
      *> nightly chain is mid-flight unless the supervisor OVRD
      *> entitlement stands behind the operator (CHB1 lands the
      *> grant on AUD1).
           MOVE EIBUSERID TO CHB1-USER-ID
           CALL CHB1-PGM USING CHB1-COMM-AREA
           IF CHB1-BLACKOUT-ON AND NOT CHB1-OVERRIDE-OK
               MOVE 'NIGHTLY CHAIN RUNNING - UPDATES LOCKED'
                   TO MSGO(1:39).

       DECIDE-SELECTED-LINE.
           EVALUATE TRUE
               WHEN LNO IS NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO MSGO(1:28)
               WHEN ACT NOT = 'R' AND ACT NOT = 'X'
                   MOVE 'KEY R TO RELEASE OR X TO REJECT'
                       TO MSGO(1:31)
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(LNO) TO WS-SEL-IX
                   IF WS-SEL-IX < 1 OR WS-SEL-IX > WS-LINE-COUNT
                       MOVE 'LINE NUMBER IS NOT ON THE LIST'
                           TO MSGO(1:31)
                   ELSE
                       PERFORM CALL-EHM1
                   END-IF
           END-EVALUATE.

       CALL-EHM1.
           MOVE SPACES TO EHM1-COMM-AREA
           MOVE 'EHO1' TO MAIN-NAME OF EHM1-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF EHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF EHM1-COMM-AREA
           MOVE ACT TO ACTION-CODE OF EHM1-COMM-AREA
           MOVE WS-LINE-KEY(WS-SEL-IX) TO HOLD-NUMBER OF EHM1-COMM-AREA
           CALL EHM1-PGM USING EHM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call EHM1."
               MOVE -1 TO RETURN-CODE OF EHM1-COMM-AREA
           END-CALL
           IF HOLD-STATUS OF EHM1-COMM-AREA = 'S'
               IF ACT = 'R'
                   MOVE 'RATE RELEASED ONTO EXR1' TO MSGO(1:23)
               ELSE
                   MOVE 'RATE REJECTED - PRIOR RATE STAYS IN USE'
                       TO MSGO(1:39)
               END-IF
               MOVE SPACES TO ACTO
           ELSE
               MOVE ERROR-MESSAGE OF EHM1-COMM-AREA TO MSGO(1:79)
           END-IF.

       FILL-WORKLIST-LINES.
      *> A screenful of the oldest held rates, each with the move
      *> that held it and the tolerance it broke.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > 12
               MOVE SPACES TO LIST-LINE(WS-LIST-IX)
               MOVE 0 TO WS-LINE-KEY(WS-LIST-IX)
           END-PERFORM
           MOVE 'N' TO WS-QUEUE-SWITCH
           EXEC SQL
               OPEN HELD-RATE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-QUEUE-DONE
                   OR WS-LINE-COUNT NOT < 12
               PERFORM FETCH-NEXT-HELD-RATE
               IF NOT WS-QUEUE-DONE
                   PERFORM FILL-ONE-WORKLIST-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE HELD-RATE-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NO RATES ARE HELD' TO MSGO(1:17)
               ELSE
                   MOVE 'KEY A LINE NUMBER AND R OR X TO DECIDE'
                       TO MSGO(1:38)
               END-IF
           END-IF.

       FETCH-NEXT-HELD-RATE.
           EXEC SQL
               FETCH HELD-RATE-CURSOR
               INTO :ERH1-REC.HOLD-NUMBER, :ERH1-REC.FROM-CURRENCY,
                    :ERH1-REC.TO-CURRENCY, :ERH1-REC.RATE-DATE,
                    :ERH1-REC.EXCHANGE-RATE, :ERH1-REC.PRIOR-RATE,
                    :ERH1-REC.CHANGE-PCT, :ERH1-REC.TOLERANCE-PCT
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-QUEUE-DONE TO TRUE
           END-IF.

       FILL-ONE-WORKLIST-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE HOLD-NUMBER OF ERH1-REC TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           MOVE HOLD-NUMBER OF ERH1-REC TO WS-EDIT-HOLD
           MOVE EXCHANGE-RATE OF ERH1-REC TO WS-EDIT-RATE
           MOVE PRIOR-RATE OF ERH1-REC TO WS-EDIT-PRIOR
           MOVE CHANGE-PCT OF ERH1-REC TO WS-EDIT-CHANGE
           MOVE TOLERANCE-PCT OF ERH1-REC TO WS-EDIT-TOLERANCE
           STRING WS-EDIT-LINE
                  ' '
                  WS-EDIT-HOLD
                  ' '
                  FROM-CURRENCY OF ERH1-REC
                  '/'
                  TO-CURRENCY OF ERH1-REC
                  ' '
                  RATE-DATE OF ERH1-REC
                  ' '
                  WS-EDIT-RATE
                  ' '
                  WS-EDIT-PRIOR
                  ' '
                  WS-EDIT-CHANGE
                  ' '
                  WS-EDIT-TOLERANCE
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       SEND-RESULT-MAP.
           MOVE SPACES TO LNOO
           EXEC CICS SEND MAP('EHO1MAP') MAPSET('EHO1MSD')
               FROM(EHO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> COMMAREA carries the hold numbers behind the listed lines
      *> so the next pick still finds its rate.
           EXEC CICS RETURN
               TRANSID('EHO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
