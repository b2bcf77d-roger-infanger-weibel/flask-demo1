       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BEO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       *> Include the communication area copybook (BEM1)
       COPY BEM1.
       01  BEM1-PGM                        PIC X(8) VALUE 'BEM1'.

       *> Symbolic map for the BEO1MSD mapset
       COPY BEO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

      *> Chain-blackout check - beneficiary changes are updates and
      *> refuse while the nightly is mid-flight (see CHB1)
       COPY CHB1.
       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-CURRENT-DATE-TIME            PIC X(21).

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
      *> The online face of the BEM1 beneficiary maintenance - the
      *> desk keys a customer's payee and bank details once here
      *> instead of re-keying them on the bank portal for every
      *> payment. Pseudo-conversational, the same shape as CFO1.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO BEO1O
           MOVE SPACES TO MSGO
           EXEC CICS SEND MAP('BEO1MAP') MAPSET('BEO1MSD')
               FROM(BEO1O) ERASE
               END-EXEC
           SET WS-SECOND-TURN TO TRUE
           EXEC CICS RETURN
               TRANSID('BEO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('BEO1MAP') MAPSET('BEO1MSD')
               INTO(BEO1I)
               RESP(WS-RESP)
               END-EXEC

           PERFORM INITIALIZE-COMM-AREA
           MOVE BID TO BENEFICIARY-ID OF BEM1-COMM-AREA
           MOVE BCUS TO CUSTOMER-ID OF BEM1-COMM-AREA
           MOVE BNAM TO BENEFICIARY-NAME OF BEM1-COMM-AREA
           MOVE BACC TO ACCOUNT-NUMBER OF BEM1-COMM-AREA
           MOVE BBIC TO BANK-ID OF BEM1-COMM-AREA
           MOVE BACT TO ACTION-CODE OF BEM1-COMM-AREA

           PERFORM CHECK-AUTHORIZATION
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA = 'N'
               CONTINUE
           ELSE
               PERFORM CALL-BEM1
               PERFORM HANDLE-RETURN-CODE
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'BEO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'N' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
               MOVE 'NOT AUTHORIZED FOR BEO1' TO MSGO(1:24)
           END-IF
           IF BENEFICIARY-STATUS OF BEM1-COMM-AREA NOT = 'N'
               PERFORM CHECK-CHAIN-BLACKOUT
           END-IF.

       CHECK-CHAIN-BLACKOUT.
      *> A payee account changed mid-chain could reach tonight's
      *> settlement file half-applied - locked while the nightly
      *> chain is mid-flight unless the supervisor OVRD entitlement
      *> stands behind the operator (CHB1 lands the grant on AUD1).
           MOVE EIBUSERID TO CHB1-USER-ID
           CALL CHB1-PGM USING CHB1-COMM-AREA
           IF CHB1-BLACKOUT-ON AND NOT CHB1-OVERRIDE-OK
               MOVE 'N' TO BENEFICIARY-STATUS OF BEM1-COMM-AREA
               MOVE 'NIGHTLY CHAIN RUNNING - UPDATES LOCKED'
                   TO MSGO(1:39)
           END-IF.

       INITIALIZE-COMM-AREA.
           MOVE SPACES TO BEM1-COMM-AREA.
           MOVE 'BEO1' TO MAIN-NAME OF BEM1-COMM-AREA.
           MOVE EIBUSERID TO USER-ID OF BEM1-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF BEM1-COMM-AREA.
           PERFORM STAMP-TIMESTAMP.

       STAMP-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4)  '-'
                  WS-CURRENT-DATE-TIME(5:2)  '-'
                  WS-CURRENT-DATE-TIME(7:2)  ' '
                  WS-CURRENT-DATE-TIME(9:2)  ':'
                  WS-CURRENT-DATE-TIME(11:2) ':'
                  WS-CURRENT-DATE-TIME(13:2)
                  DELIMITED BY SIZE INTO TIMESTAMP OF BEM1-COMM-AREA.

       CALL-BEM1.
           DISPLAY "Calling module BEM1 from CICS..."
           CALL BEM1-PGM USING BEM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call BEM1."
               MOVE -1 TO RETURN-CODE OF BEM1-COMM-AREA
           END-CALL.

       HANDLE-RETURN-CODE.
           EVALUATE BENEFICIARY-STATUS OF BEM1-COMM-AREA
               WHEN 'S'
                   EVALUATE ACTION-CODE OF BEM1-COMM-AREA
                       WHEN 'A'
                           MOVE 'BENEFICIARY ADDED' TO MSGO(1:18)
                       WHEN 'U'
                           MOVE 'BENEFICIARY AMENDED' TO MSGO(1:20)
                       WHEN OTHER
                           MOVE 'BENEFICIARY CANCELLED' TO MSGO(1:22)
                   END-EVALUATE
               WHEN OTHER
                   MOVE ERROR-MESSAGE OF BEM1-COMM-AREA
                       TO MSGO(1:79)
           END-EVALUATE.

       SEND-RESULT-MAP.
           MOVE BENEFICIARY-ID OF BEM1-COMM-AREA TO BIDO
           MOVE CUSTOMER-ID OF BEM1-COMM-AREA TO BCUSO
           MOVE BENEFICIARY-NAME OF BEM1-COMM-AREA TO BNAMO
           MOVE ACCOUNT-NUMBER OF BEM1-COMM-AREA TO BACCO
           MOVE BANK-ID OF BEM1-COMM-AREA TO BBICO
           MOVE ACTION-CODE OF BEM1-COMM-AREA TO BACTO
           EXEC CICS SEND MAP('BEO1MAP') MAPSET('BEO1MSD')
               FROM(BEO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> terminal is released while the operator thinks, and the
      *> next key press re-drives this same program.
           EXEC CICS RETURN
               TRANSID('BEO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
