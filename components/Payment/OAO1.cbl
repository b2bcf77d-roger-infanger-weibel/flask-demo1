       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OAO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       *> Include the communication area copybook (OAM1)
       COPY OAM1.
       01  OAM1-PGM                        PIC X(8) VALUE 'OAM1'.

       *> Symbolic map for the OAO1MSD mapset
       COPY OAO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

      *> Chain-blackout check - limit changes are updates and refuse
      *> while the nightly is mid-flight (see CHB1)
       COPY CHB1.
       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-CURRENT-DATE-TIME            PIC X(21).
       77  WS-EDIT-AMOUNT                  PIC -(8)9.99.

      *> Small COMMAREA carried between pseudo-conversational turns -
      *> just enough to tell this task's second-and-later invocations
      *> apart from the first, the same shape CFO1 carries.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(1).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> The online face of the dual-controlled OAL1 authority
      *> limits - an entitled operator proposes a user's or a role's
      *> limit for one payment function, a second approves it, and
      *> OAM1 puts it in force. Pseudo-conversational, the same
      *> shape as CFO1.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO OAO1O
           MOVE SPACES TO MSGO
           EXEC CICS SEND MAP('OAO1MAP') MAPSET('OAO1MSD')
               FROM(OAO1O) ERASE
               END-EXEC
           SET WS-SECOND-TURN TO TRUE
           EXEC CICS RETURN
               TRANSID('OAO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('OAO1MAP') MAPSET('OAO1MSD')
               INTO(OAO1I)
               RESP(WS-RESP)
               END-EXEC

           INSPECT LAMT REPLACING ALL LOW-VALUES BY SPACES
           PERFORM INITIALIZE-COMM-AREA
           MOVE LKEY TO LIMIT-KEY OF OAM1-COMM-AREA
           MOVE LFUN TO FUNCTION-CODE OF OAM1-COMM-AREA
           MOVE LACT TO ACTION-CODE OF OAM1-COMM-AREA
           MOVE 0 TO NEW-AMOUNT OF OAM1-COMM-AREA
           IF LAMT NOT = SPACES
               COMPUTE NEW-AMOUNT OF OAM1-COMM-AREA =
                   FUNCTION NUMVAL(LAMT)
           END-IF

           PERFORM CHECK-AUTHORIZATION
           IF LIMIT-STATUS = 'N'
               CONTINUE
           ELSE
               PERFORM CALL-OAM1
               PERFORM HANDLE-RETURN-CODE
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
      *> The signed-on operator must be entitled to the OAO1
      *> transaction - the four-eyes check itself (approver not the
      *> proposer, nobody approving their own limit) lives in OAM1.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'OAO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'N' TO LIMIT-STATUS
               MOVE 'NOT AUTHORIZED FOR OAO1' TO MSGO(1:24)
           END-IF
      *> A proposal with no amount keyed would read as a zero limit
      *> and stop the function dead - it has to be keyed outright.
           IF LIMIT-STATUS NOT = 'N'
               AND ACTION-CODE OF OAM1-COMM-AREA = 'P'
               AND LAMT = SPACES
               MOVE 'N' TO LIMIT-STATUS
               MOVE 'NEW LIMIT IS REQUIRED ON A PROPOSAL'
                   TO MSGO(1:35)
           END-IF
           IF LIMIT-STATUS NOT = 'N'
               PERFORM CHECK-CHAIN-BLACKOUT
           END-IF.

       CHECK-CHAIN-BLACKOUT.
      *> Authority limits decide who may move money alone - locked
      *> while the nightly chain is mid-flight unless the
      *> supervisor OVRD entitlement stands behind the operator
      *> (CHB1 lands the grant on AUD1).
           MOVE EIBUSERID TO CHB1-USER-ID
           CALL CHB1-PGM USING CHB1-COMM-AREA
           IF CHB1-BLACKOUT-ON AND NOT CHB1-OVERRIDE-OK
               MOVE 'N' TO LIMIT-STATUS
               MOVE 'NIGHTLY CHAIN RUNNING - UPDATES LOCKED'
                   TO MSGO(1:39)
           END-IF.

       INITIALIZE-COMM-AREA.
           MOVE SPACES TO OAM1-COMM-AREA.
           MOVE 'OAO1' TO MAIN-NAME OF OAM1-COMM-AREA.
           MOVE EIBUSERID TO USER-ID OF OAM1-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF OAM1-COMM-AREA.
           MOVE SPACES TO LIMIT-STATUS.
           PERFORM STAMP-TIMESTAMP.

       STAMP-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4)  '-'
                  WS-CURRENT-DATE-TIME(5:2)  '-'
                  WS-CURRENT-DATE-TIME(7:2)  ' '
                  WS-CURRENT-DATE-TIME(9:2)  ':'
                  WS-CURRENT-DATE-TIME(11:2) ':'
                  WS-CURRENT-DATE-TIME(13:2)
                  DELIMITED BY SIZE INTO TIMESTAMP OF OAM1-COMM-AREA.

       CALL-OAM1.
           DISPLAY "Calling module OAM1 from CICS..."
           CALL OAM1-PGM USING OAM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call OAM1."
               MOVE -1 TO RETURN-CODE OF OAM1-COMM-AREA
           END-CALL.

       HANDLE-RETURN-CODE.
           EVALUATE LIMIT-STATUS
               WHEN 'S'
                   EVALUATE ACTION-CODE OF OAM1-COMM-AREA
                       WHEN 'P'
                           MOVE 'PROPOSED - AWAITING A SECOND USER'
                               TO MSGO(1:34)
                       WHEN 'A'
                           MOVE 'APPROVED - LIMIT NOW IN FORCE'
                               TO MSGO(1:30)
                       WHEN OTHER
                           MOVE 'PROPOSAL REJECTED' TO MSGO(1:18)
                   END-EVALUATE
               WHEN OTHER
                   MOVE ERROR-MESSAGE OF OAM1-COMM-AREA
                       TO MSGO(1:79)
           END-EVALUATE.

       SEND-RESULT-MAP.
           MOVE LIMIT-KEY OF OAM1-COMM-AREA TO LKEYO
           MOVE FUNCTION-CODE OF OAM1-COMM-AREA TO LFUNO
           IF LAMT NOT = SPACES
               MOVE NEW-AMOUNT OF OAM1-COMM-AREA TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO LAMTO
           END-IF
           MOVE ACTION-CODE OF OAM1-COMM-AREA TO LACTO
           EXEC CICS SEND MAP('OAO1MAP') MAPSET('OAO1MSD')
               FROM(OAO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> terminal is released while the operator thinks, and the
      *> next key press re-drives this same program.
           EXEC CICS RETURN
               TRANSID('OAO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
