       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY STO1SQL.
       COPY MND1SQL.

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY CAD1REC.
       COPY STO1REC.
       COPY MND1REC.

       *> Include the communication area copybooks (SOM2, MDM1)
       COPY SOM2.
       01  SOM2-PGM                        PIC X(8) VALUE 'SOM2'.
       COPY MDM1.
       01  MDM1-PGM                        PIC X(8) VALUE 'MDM1'.

       *> Symbolic map for the SOO1MSD mapset
       COPY SOO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

      *> Chain-blackout check - SOG1 and DNL1 read these orders and
      *> mandates mid-chain, an update that refuses while the
      *> nightly is mid-flight (see CHB1)
       COPY CHB1.
       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-LIST-IX                      PIC 9(4) COMP.
       77  WS-SEL-IX                       PIC 9(4) COMP.
       77  WS-EDIT-LINE                    PIC Z9.
       77  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-SCREEN-AMOUNT                PIC S9(9)V99 COMP-3.
       77  WS-ROW-STATUS                   PIC X(9).

       01  WS-LIST-SWITCH                  PIC X(1).
           88  WS-LIST-DONE                VALUE 'Y'.
       01  WS-MORE-SWITCH                  PIC X(1).
           88  WS-MORE-ROWS                VALUE 'Y'.

      *> COMMAREA carried between pseudo-conversational turns - the
      *> customer on the screen and the order or mandate behind each
      *> listed line, so an action picked by line number finds it.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.
           05  WS-STATE-CUSTOMER            PIC X(10).
           05  WS-LINE-COUNT                PIC 9(2).
           05  WS-LINE-ENTRY                OCCURS 12 TIMES.
               10  WS-LINE-TYPE             PIC X(1).
                   88  WS-ORDER-LINE        VALUE 'O'.
                   88  WS-MANDATE-LINE      VALUE 'M'.
               10  WS-LINE-KEY              PIC X(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The customer's live standing orders - generating and
      *> suspended alike, a cancelled one is history.
       EXEC SQL
           DECLARE CUSTOMER-ORDER-CURSOR CURSOR FOR
               SELECT ORDER_ID, PAYMENT_AMOUNT, PAYMENT_CURRENCY,
                      FREQUENCY_CODE, CHAR(NEXT_RUN_DATE, ISO),
                      ACTIVE_FLAG
               FROM STO1
               WHERE CUSTOMER_ID = :WS-STATE-CUSTOMER
                 AND ACTIVE_FLAG IN ('Y', 'S')
               ORDER BY ORDER_ID
       END-EXEC.

      *> The customer's active mandates - the authority the orders
      *> above collect under.
       EXEC SQL
           DECLARE CUSTOMER-MANDATE-CURSOR CURSOR FOR
               SELECT MANDATE_ID, CEILING_AMOUNT,
                      CHAR(SIGNATURE_DATE, ISO)
               FROM MND1
               WHERE CUSTOMER_ID = :WS-STATE-CUSTOMER
                 AND MANDATE_STATUS = 'A'
               ORDER BY MANDATE_ID
       END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(145).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> Pseudo-conversational maintenance of one customer's standing
      *> orders and direct-debit mandates, the same shape as EHO1.
      *> Keying a customer lists the live orders then the active
      *> mandates; a line number and an action suspends, resumes,
      *> amends or cancels an order through SOM2 or cancels a
      *> mandate through MDM1, and an action with no line adds an
      *> order (A) or a mandate (M). Both modules land every call on
      *> AUD1, the same as the other online functions' modules.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO SOO1O
           MOVE SPACES TO MSGO
           EXEC CICS SEND MAP('SOO1MAP') MAPSET('SOO1MSD')
               FROM(SOO1O) ERASE
               END-EXEC
           MOVE SPACES TO WS-TASK-STATE
           MOVE 0 TO WS-LINE-COUNT
           SET WS-SECOND-TURN TO TRUE
           PERFORM RE-ARM-CONVERSATION.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('SOO1MAP') MAPSET('SOO1MSD')
               INTO(SOO1I)
               RESP(WS-RESP)
               END-EXEC

      *> FRSET sends back only what was keyed this turn - a field
      *> left alone arrives as LOW-VALUES.
           INSPECT CUS REPLACING ALL LOW-VALUES BY SPACES
           INSPECT LNO REPLACING ALL LOW-VALUES BY SPACES
           INSPECT ACT REPLACING ALL LOW-VALUES BY SPACES
           INSPECT NID REPLACING ALL LOW-VALUES BY SPACES
           INSPECT AMT REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CCY REPLACING ALL LOW-VALUES BY SPACES
           INSPECT FRQ REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DTE REPLACING ALL LOW-VALUES BY SPACES

           MOVE SPACES TO MSGO
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               PERFORM PROCESS-OPERATOR-REQUEST
               IF WS-STATE-CUSTOMER NOT = SPACES
                   PERFORM FILL-CUSTOMER-LINES
               END-IF
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'SOO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED FOR SOO1' TO MSGO(1:23)
           END-IF
           IF MSGO = SPACES
               PERFORM CHECK-CHAIN-BLACKOUT
           END-IF.

       CHECK-CHAIN-BLACKOUT.
      *> An order suspended or re-dated mid-chain could be half
      *> collected by SOG1 and half noticed by DNL1 - locked while
      *> the nightly chain is mid-flight unless the supervisor OVRD
      *> entitlement stands behind the operator (CHB1 lands the
      *> grant on AUD1).
           MOVE EIBUSERID TO CHB1-USER-ID
           CALL CHB1-PGM USING CHB1-COMM-AREA
           IF CHB1-BLACKOUT-ON AND NOT CHB1-OVERRIDE-OK
               MOVE 'NIGHTLY CHAIN RUNNING - UPDATES LOCKED'
                   TO MSGO(1:39).

       PROCESS-OPERATOR-REQUEST.
      *> A newly keyed customer always wins and just lists - the
      *> line numbers on the screen belonged to the old one.
           EVALUATE TRUE
               WHEN CUS NOT = SPACES AND CUS NOT = WS-STATE-CUSTOMER
                   PERFORM SELECT-NEW-CUSTOMER
               WHEN WS-STATE-CUSTOMER = SPACES
                   MOVE 'KEY A CUSTOMER ID' TO MSGO(1:17)
               WHEN ACT = SPACES
                   CONTINUE
               WHEN LNO = SPACES OR LNO = '00'
                   PERFORM ADD-FOR-CUSTOMER
               WHEN OTHER
                   PERFORM ACT-ON-SELECTED-LINE
           END-EVALUATE.

       SELECT-NEW-CUSTOMER.
           MOVE CUS TO CUSTOMER-ID OF CAD1-REC
           EXEC SQL
               SELECT CUSTOMER_NAME
               INTO :CAD1-REC.CUSTOMER-NAME
               FROM CAD1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE CUS TO WS-STATE-CUSTOMER
               MOVE 0 TO WS-LINE-COUNT
           ELSE
               MOVE 'CUSTOMER IS NOT ON CAD1' TO MSGO(1:23)
           END-IF.

       ADD-FOR-CUSTOMER.
           EVALUATE ACT
               WHEN 'A'
                   PERFORM ADD-ORDER
               WHEN 'M'
                   PERFORM ADD-MANDATE
               WHEN OTHER
                   MOVE 'KEY A LINE NUMBER, OR A OR M TO ADD'
                       TO MSGO(1:35)
           END-EVALUATE.

       ACT-ON-SELECTED-LINE.
           EVALUATE TRUE
               WHEN LNO IS NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO MSGO(1:27)
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(LNO) TO WS-SEL-IX
                   IF WS-SEL-IX < 1 OR WS-SEL-IX > WS-LINE-COUNT
                       MOVE 'LINE NUMBER IS NOT ON THE LIST'
                           TO MSGO(1:30)
                   ELSE
                       IF WS-ORDER-LINE(WS-SEL-IX)
                           PERFORM ACT-ON-ORDER
                       ELSE
                           PERFORM ACT-ON-MANDATE
                       END-IF
                   END-IF
           END-EVALUATE.

       ACT-ON-ORDER.
           IF ACT NOT = 'S' AND ACT NOT = 'R'
              AND ACT NOT = 'U' AND ACT NOT = 'C'
               MOVE 'ORDER ACTION MUST BE S, R, U OR C'
                   TO MSGO(1:33)
           ELSE
               PERFORM INITIALIZE-SOM2-AREA
               MOVE ACT TO ACTION-CODE OF SOM2-COMM-AREA
               MOVE WS-LINE-KEY(WS-SEL-IX)
                   TO ORDER-ID OF SOM2-COMM-AREA
               MOVE WS-SCREEN-AMOUNT
                   TO PAYMENT-AMOUNT OF SOM2-COMM-AREA
               MOVE DTE TO NEXT-RUN-DATE OF SOM2-COMM-AREA
               PERFORM CALL-SOM2
           END-IF.

       ACT-ON-MANDATE.
      *> A mandate is added or cancelled here - a new ceiling or
      *> signature stays with the MDM1 desk amend.
           IF ACT NOT = 'C'
               MOVE 'MANDATE ACTION MUST BE C' TO MSGO(1:24)
           ELSE
               PERFORM INITIALIZE-MDM1-AREA
               MOVE 'C' TO ACTION-CODE OF MDM1-COMM-AREA
               MOVE WS-LINE-KEY(WS-SEL-IX)
                   TO MANDATE-ID OF MDM1-COMM-AREA
               PERFORM CALL-MDM1
           END-IF.

       ADD-ORDER.
           PERFORM INITIALIZE-SOM2-AREA
           MOVE 'A' TO ACTION-CODE OF SOM2-COMM-AREA
           MOVE NID TO ORDER-ID OF SOM2-COMM-AREA
           MOVE WS-STATE-CUSTOMER TO CUSTOMER-ID OF SOM2-COMM-AREA
           MOVE WS-SCREEN-AMOUNT TO PAYMENT-AMOUNT OF SOM2-COMM-AREA
           MOVE CCY TO PAYMENT-CURRENCY OF SOM2-COMM-AREA
           MOVE FRQ TO FREQUENCY-CODE OF SOM2-COMM-AREA
           MOVE DTE TO NEXT-RUN-DATE OF SOM2-COMM-AREA
           PERFORM CALL-SOM2.

       ADD-MANDATE.
           PERFORM INITIALIZE-MDM1-AREA
           MOVE 'A' TO ACTION-CODE OF MDM1-COMM-AREA
           MOVE NID TO MANDATE-ID OF MDM1-COMM-AREA
           MOVE WS-STATE-CUSTOMER TO CUSTOMER-ID OF MDM1-COMM-AREA
           MOVE WS-SCREEN-AMOUNT TO CEILING-AMOUNT OF MDM1-COMM-AREA
           MOVE DTE TO SIGNATURE-DATE OF MDM1-COMM-AREA
           PERFORM CALL-MDM1.

       INITIALIZE-SOM2-AREA.
           MOVE SPACES TO SOM2-COMM-AREA
           MOVE 'SOO1' TO MAIN-NAME OF SOM2-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF SOM2-COMM-AREA
           MOVE 0 TO RETURN-CODE OF SOM2-COMM-AREA
           MOVE 0 TO PAYMENT-AMOUNT OF SOM2-COMM-AREA
           PERFORM READ-SCREEN-AMOUNT.

       INITIALIZE-MDM1-AREA.
           MOVE SPACES TO MDM1-COMM-AREA
           MOVE 'SOO1' TO MAIN-NAME OF MDM1-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF MDM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF MDM1-COMM-AREA
           MOVE 0 TO CEILING-AMOUNT OF MDM1-COMM-AREA
           PERFORM READ-SCREEN-AMOUNT.

       READ-SCREEN-AMOUNT.
      *> An amount left blank is zero - on an amend that leaves the
      *> order's amount as it is.
           MOVE 0 TO WS-SCREEN-AMOUNT
           IF AMT NOT = SPACES
               COMPUTE WS-SCREEN-AMOUNT = FUNCTION NUMVAL(AMT)
           END-IF.

       CALL-SOM2.
           CALL SOM2-PGM USING SOM2-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call SOM2."
               MOVE -1 TO RETURN-CODE OF SOM2-COMM-AREA
               MOVE 'E' TO ORDER-STATUS OF SOM2-COMM-AREA
               MOVE 'STANDING ORDER MODULE UNAVAILABLE'
                   TO ERROR-MESSAGE OF SOM2-COMM-AREA
           END-CALL
           IF ORDER-STATUS OF SOM2-COMM-AREA = 'S'
               EVALUATE ACTION-CODE OF SOM2-COMM-AREA
                   WHEN 'A'
                       MOVE 'ORDER ADDED' TO MSGO(1:11)
                   WHEN 'S'
                       MOVE 'ORDER SUSPENDED' TO MSGO(1:15)
                   WHEN 'R'
                       MOVE 'ORDER RESUMED' TO MSGO(1:13)
                   WHEN 'U'
                       MOVE 'ORDER AMENDED - A FRESH NOTICE GOES OUT'
                           TO MSGO(1:39)
                   WHEN OTHER
                       MOVE 'ORDER CANCELLED' TO MSGO(1:15)
               END-EVALUATE
               PERFORM CLEAR-ENTRY-FIELDS
           ELSE
               MOVE ERROR-MESSAGE OF SOM2-COMM-AREA TO MSGO(1:79)
           END-IF.

       CALL-MDM1.
           CALL MDM1-PGM USING MDM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call MDM1."
               MOVE -1 TO RETURN-CODE OF MDM1-COMM-AREA
               MOVE 'E' TO MANDATE-STATUS OF MDM1-COMM-AREA
               MOVE 'MANDATE MODULE UNAVAILABLE'
                   TO ERROR-MESSAGE OF MDM1-COMM-AREA
           END-CALL
           IF MANDATE-STATUS OF MDM1-COMM-AREA = 'S'
               IF ACTION-CODE OF MDM1-COMM-AREA = 'A'
                   MOVE 'MANDATE ADDED' TO MSGO(1:13)
               ELSE
                   MOVE 'MANDATE CANCELLED' TO MSGO(1:17)
               END-IF
               PERFORM CLEAR-ENTRY-FIELDS
           ELSE
               MOVE ERROR-MESSAGE OF MDM1-COMM-AREA TO MSGO(1:79)
           END-IF.

       CLEAR-ENTRY-FIELDS.
           MOVE SPACES TO ACTO
           MOVE SPACES TO NIDO
           MOVE SPACES TO AMTO
           MOVE SPACES TO CCYO
           MOVE SPACES TO FRQO
           MOVE SPACES TO DTEO.

       FILL-CUSTOMER-LINES.
      *> The orders first, then the mandates in what room is left -
      *> a customer with more than a screenful is told so.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-MORE-SWITCH
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > 12
               MOVE SPACES TO LIST-LINE(WS-LIST-IX)
               MOVE SPACES TO WS-LINE-ENTRY(WS-LIST-IX)
           END-PERFORM
           PERFORM LIST-CUSTOMER-ORDERS
           PERFORM LIST-CUSTOMER-MANDATES
           MOVE WS-STATE-CUSTOMER TO CUSO
           IF MSGO = SPACES
               EVALUATE TRUE
                   WHEN WS-MORE-ROWS
                       MOVE 'MORE THAN 12 - CANCELLED ONES FREE LINES'
                           TO MSGO(1:40)
                   WHEN WS-LINE-COUNT = 0
                       MOVE 'NO ORDERS OR MANDATES - A OR M TO ADD'
                           TO MSGO(1:37)
                   WHEN OTHER
                       MOVE 'KEY A LINE AND ACTION, OR A OR M TO ADD'
                           TO MSGO(1:39)
               END-EVALUATE
           END-IF.

       LIST-CUSTOMER-ORDERS.
           MOVE 'N' TO WS-LIST-SWITCH
           EXEC SQL
               OPEN CUSTOMER-ORDER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-LIST-DONE
               PERFORM FETCH-NEXT-ORDER
               IF NOT WS-LIST-DONE
                   IF WS-LINE-COUNT NOT < 12
                       SET WS-MORE-ROWS TO TRUE
                       SET WS-LIST-DONE TO TRUE
                   ELSE
                       PERFORM FILL-ONE-ORDER-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUSTOMER-ORDER-CURSOR
           END-EXEC.

       FETCH-NEXT-ORDER.
           EXEC SQL
               FETCH CUSTOMER-ORDER-CURSOR
               INTO :STO1-REC.ORDER-ID, :STO1-REC.PAYMENT-AMOUNT,
                    :STO1-REC.PAYMENT-CURRENCY,
                    :STO1-REC.FREQUENCY-CODE,
                    :STO1-REC.NEXT-RUN-DATE, :STO1-REC.ACTIVE-FLAG
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-LIST-DONE TO TRUE
           END-IF.

       FILL-ONE-ORDER-LINE.
           ADD 1 TO WS-LINE-COUNT
           SET WS-ORDER-LINE(WS-LINE-COUNT) TO TRUE
           MOVE ORDER-ID OF STO1-REC TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           MOVE PAYMENT-AMOUNT OF STO1-REC TO WS-EDIT-AMOUNT
           IF ACTIVE-FLAG OF STO1-REC = 'S'
               MOVE 'SUSPENDED' TO WS-ROW-STATUS
           ELSE
               MOVE 'ACTIVE' TO WS-ROW-STATUS
           END-IF
           STRING WS-EDIT-LINE
                  ' O '
                  ORDER-ID OF STO1-REC
                  ' '
                  WS-EDIT-AMOUNT
                  ' '
                  PAYMENT-CURRENCY OF STO1-REC
                  ' '
                  FREQUENCY-CODE OF STO1-REC
                  '  '
                  NEXT-RUN-DATE OF STO1-REC
                  ' '
                  WS-ROW-STATUS
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       LIST-CUSTOMER-MANDATES.
           MOVE 'N' TO WS-LIST-SWITCH
           EXEC SQL
               OPEN CUSTOMER-MANDATE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-LIST-DONE
               PERFORM FETCH-NEXT-MANDATE
               IF NOT WS-LIST-DONE
                   IF WS-LINE-COUNT NOT < 12
                       SET WS-MORE-ROWS TO TRUE
                       SET WS-LIST-DONE TO TRUE
                   ELSE
                       PERFORM FILL-ONE-MANDATE-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUSTOMER-MANDATE-CURSOR
           END-EXEC.

       FETCH-NEXT-MANDATE.
           EXEC SQL
               FETCH CUSTOMER-MANDATE-CURSOR
               INTO :MND1-REC.MANDATE-ID, :MND1-REC.CEILING-AMOUNT,
                    :MND1-REC.SIGNATURE-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-LIST-DONE TO TRUE
           END-IF.

       FILL-ONE-MANDATE-LINE.
      *> A mandate carries a ceiling rather than an amount and no
      *> currency or frequency - the date is the signature's.
           ADD 1 TO WS-LINE-COUNT
           SET WS-MANDATE-LINE(WS-LINE-COUNT) TO TRUE
           MOVE MANDATE-ID OF MND1-REC TO WS-LINE-KEY(WS-LINE-COUNT)
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           MOVE CEILING-AMOUNT OF MND1-REC TO WS-EDIT-AMOUNT
           STRING WS-EDIT-LINE
                  ' M '
                  MANDATE-ID OF MND1-REC
                  ' '
                  WS-EDIT-AMOUNT
                  '        '
                  SIGNATURE-DATE OF MND1-REC
                  ' ACTIVE'
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       SEND-RESULT-MAP.
           MOVE SPACES TO LNOO
           EXEC CICS SEND MAP('SOO1MAP') MAPSET('SOO1MSD')
               FROM(SOO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> COMMAREA carries the customer and the order or mandate
      *> behind each listed line so the next pick still finds it.
           EXEC CICS RETURN
               TRANSID('SOO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
