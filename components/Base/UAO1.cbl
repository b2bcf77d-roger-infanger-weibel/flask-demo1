       IDENTIFICATION DIVISION.
       PROGRAM-ID.  UAO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       *> Include the dclgen Db2 layout
       COPY RCT1SQL.

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY RCT1REC.

       *> Include the communication area copybook (LBM1)
       COPY LBM1.
       01  LBM1-PGM                        PIC X(8) VALUE 'LBM1'.

       *> Symbolic map for the UAO1MSD mapset
       COPY UAO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

      *> Chain-blackout check - allocating posts a credit, an update
      *> that refuses while the nightly is mid-flight (see CHB1)
       COPY CHB1.
       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-CURRENT-DATE-TIME            PIC X(21).
       77  WS-LIST-IX                      PIC 9(4) COMP.
       77  WS-SEL-IX                       PIC 9(4) COMP.
       77  WS-EDIT-AMOUNT                  PIC -(9)9.99.
       77  WS-EDIT-LINE                    PIC Z9.
       77  WS-EDIT-CASES                   PIC Z9.

       01  WS-QUEUE-SWITCH                 PIC X(1).
           88  WS-QUEUE-DONE               VALUE 'Y'.

      *> COMMAREA carried between pseudo-conversational turns - the
      *> receipt keys behind the listed lines, so an allocation
      *> picked by line number finds its receipt.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.
           05  WS-LINE-COUNT                PIC 9(2).
           05  WS-LINE-KEY                  PIC X(10)
                                            OCCURS 12 TIMES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every receipt still waiting for the desk, oldest first, so
      *> the money that has waited longest is allocated first.
       EXEC SQL
           DECLARE UNAPPLIED-CASH-CURSOR CURSOR FOR
               SELECT RECEIPT_ID, RECEIPT_DATE, RECEIPT_AMOUNT,
                      RECEIPT_CURRENCY, REMITTER_NAME, QUEUE_REASON
               FROM RCT1
               WHERE QUEUE_STATUS = 'O'
               ORDER BY RECEIPT_DATE, RECEIPT_ID
       END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(123).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> Pseudo-conversational worklist over the RCT1 unapplied-cash
      *> queue, the same shape as PAP2. ENTER lists the receipts LBX1
      *> could not apply, oldest first; keying a line number and a
      *> customer allocates that receipt through LBM1, which posts
      *> the credit and clears the customer's dunning. A dunning
      *> case keyed here is cleared first.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO UAO1O
           MOVE SPACES TO MSGO
           EXEC CICS SEND MAP('UAO1MAP') MAPSET('UAO1MSD')
               FROM(UAO1O) ERASE
               END-EXEC
           MOVE SPACES TO WS-TASK-STATE
           MOVE 0 TO WS-LINE-COUNT
           SET WS-SECOND-TURN TO TRUE
           PERFORM RE-ARM-CONVERSATION.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('UAO1MAP') MAPSET('UAO1MSD')
               INTO(UAO1I)
               RESP(WS-RESP)
               END-EXEC

           MOVE SPACES TO MSGO
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               IF LNO NOT = SPACES AND LNO NOT = '00'
                   PERFORM ALLOCATE-SELECTED-LINE
               END-IF
               PERFORM FILL-WORKLIST-LINES
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'UAO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED FOR UAO1' TO MSGO(1:24)
           END-IF
           IF MSGO = SPACES
               PERFORM CHECK-CHAIN-BLACKOUT
           END-IF.

       CHECK-CHAIN-BLACKOUT.
      *> A credit posted mid-chain could miss tonight's balance roll
      *> half-applied - locked while the nightly chain is mid-flight
      *> unless the supervisor OVRD entitlement stands behind the
      *> operator (CHB1 lands the grant on AUD1).
           MOVE EIBUSERID TO CHB1-USER-ID
           CALL CHB1-PGM USING CHB1-COMM-AREA
           IF CHB1-BLACKOUT-ON AND NOT CHB1-OVERRIDE-OK
               MOVE 'NIGHTLY CHAIN RUNNING - UPDATES LOCKED'
                   TO MSGO(1:39).

       ALLOCATE-SELECTED-LINE.
           EVALUATE TRUE
               WHEN LNO IS NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO MSGO(1:28)
               WHEN CUS = SPACES OR CUS = LOW-VALUES
                   MOVE 'KEY THE CUSTOMER TO ALLOCATE TO'
                       TO MSGO(1:31)
               WHEN CAS NOT = SPACES AND CAS NOT = LOW-VALUES
                    AND CAS IS NOT NUMERIC
                   MOVE 'DUNNING CASE MUST BE NUMERIC' TO MSGO(1:28)
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(LNO) TO WS-SEL-IX
                   IF WS-SEL-IX < 1 OR WS-SEL-IX > WS-LINE-COUNT
                       MOVE 'LINE NUMBER IS NOT ON THE LIST'
                           TO MSGO(1:31)
                   ELSE
                       PERFORM CALL-LBM1
                   END-IF
           END-EVALUATE.

       CALL-LBM1.
           MOVE SPACES TO LBM1-COMM-AREA
           MOVE 'UAO1' TO MAIN-NAME OF LBM1-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF LBM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF LBM1-COMM-AREA
           MOVE 'A' TO ACTION-CODE OF LBM1-COMM-AREA
           MOVE WS-LINE-KEY(WS-SEL-IX) TO RECEIPT-ID OF LBM1-COMM-AREA
           MOVE CUS TO CUSTOMER-ID OF LBM1-COMM-AREA
           MOVE 0 TO RECEIPT-AMOUNT OF LBM1-COMM-AREA
           IF CAS IS NUMERIC
               MOVE FUNCTION NUMVAL(CAS)
                   TO CASE-NUMBER OF LBM1-COMM-AREA
           ELSE
               MOVE 0 TO CASE-NUMBER OF LBM1-COMM-AREA
           END-IF
           CALL LBM1-PGM USING LBM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call LBM1."
               MOVE -1 TO RETURN-CODE OF LBM1-COMM-AREA
           END-CALL
           IF RECEIPT-STATUS OF LBM1-COMM-AREA = 'S'
               MOVE CASES-CLOSED OF LBM1-COMM-AREA TO WS-EDIT-CASES
               STRING 'RECEIPT ALLOCATED - ' WS-EDIT-CASES
                      ' DUNNING CASE(S) CLOSED'
                      DELIMITED BY SIZE INTO MSGO
               MOVE SPACES TO CUSO
               MOVE SPACES TO CASO
           ELSE
               MOVE ERROR-MESSAGE OF LBM1-COMM-AREA TO MSGO(1:79)
           END-IF.

       FILL-WORKLIST-LINES.
      *> A screenful of the oldest open receipts, each with the
      *> reason LBX1 could not apply it.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > 12
               MOVE SPACES TO LIST-LINE(WS-LIST-IX)
               MOVE SPACES TO WS-LINE-KEY(WS-LIST-IX)
           END-PERFORM
           MOVE 'N' TO WS-QUEUE-SWITCH
           EXEC SQL
               OPEN UNAPPLIED-CASH-CURSOR
           END-EXEC
           PERFORM UNTIL WS-QUEUE-DONE
                   OR WS-LINE-COUNT NOT < 12
               PERFORM FETCH-NEXT-RECEIPT-ROW
               IF NOT WS-QUEUE-DONE
                   PERFORM FILL-ONE-WORKLIST-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE UNAPPLIED-CASH-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NO UNAPPLIED CASH IS WAITING' TO MSGO(1:28)
               ELSE
                   MOVE 'KEY A LINE NUMBER AND CUSTOMER TO ALLOCATE'
                       TO MSGO(1:42)
               END-IF
           END-IF.

       FETCH-NEXT-RECEIPT-ROW.
           EXEC SQL
               FETCH UNAPPLIED-CASH-CURSOR
               INTO :RCT1-REC.RECEIPT-ID, :RCT1-REC.RECEIPT-DATE,
                    :RCT1-REC.RECEIPT-AMOUNT,
                    :RCT1-REC.RECEIPT-CURRENCY,
                    :RCT1-REC.REMITTER-NAME, :RCT1-REC.QUEUE-REASON
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-QUEUE-DONE TO TRUE
           END-IF.

       FILL-ONE-WORKLIST-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE RECEIPT-ID OF RCT1-REC TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE RECEIPT-AMOUNT OF RCT1-REC TO WS-EDIT-AMOUNT
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE
                  ' '
                  RECEIPT-ID OF RCT1-REC
                  ' '
                  RECEIPT-DATE OF RCT1-REC
                  ' '
                  WS-EDIT-AMOUNT
                  ' '
                  RECEIPT-CURRENCY OF RCT1-REC
                  ' '
                  REMITTER-NAME OF RCT1-REC(1:30)
                  ' '
                  QUEUE-REASON OF RCT1-REC
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       SEND-RESULT-MAP.
           MOVE SPACES TO LNOO
           EXEC CICS SEND MAP('UAO1MAP') MAPSET('UAO1MSD')
               FROM(UAO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> COMMAREA carries the receipt keys behind the listed lines
      *> so the next pick still finds its receipt.
           EXEC CICS RETURN
               TRANSID('UAO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
