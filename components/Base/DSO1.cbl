       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DSO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY DSP1SQL.
       COPY BAD1SQL.
       COPY PAD1SQL.

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY CAD1REC.
       COPY DSP1REC.

       *> Include the communication area copybook (DSM1)
       COPY DSM1.
       01  DSM1-PGM                        PIC X(8) VALUE 'DSM1'.

       *> Symbolic map for the DSO1MSD mapset
       COPY DSO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

      *> Chain-blackout check - a provisional credit or its reversal
      *> posts to BAD1, an update that refuses while the nightly is
      *> mid-flight (see CHB1)
       COPY CHB1.
       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-LIST-IX                      PIC 9(4) COMP.
       77  WS-SEL-IX                       PIC 9(4) COMP.
       77  WS-EDIT-LINE                    PIC Z9.
       77  WS-EDIT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-AGE                     PIC ZZZ9.
       77  WS-ROW-AMOUNT                   PIC S9(9)V99 COMP-3.
       77  WS-ROW-STATUS                   PIC X(8).
       77  WS-ROW-CREDIT                   PIC X(1).
       77  WS-ITEM-CUSTOMER                PIC X(10).
       77  WS-CURRENT-DATE-TIME            PIC X(21).
       77  WS-DATE-DIGITS                  PIC 9(8).
       77  WS-TODAY-INTEGER                PIC S9(9) COMP.
       77  WS-OPEN-INTEGER                 PIC S9(9) COMP.
       77  WS-END-INTEGER                  PIC S9(9) COMP.
       77  WS-AGE-DAYS                     PIC S9(5) COMP-3.

       01  WS-LIST-SWITCH                  PIC X(1).
           88  WS-LIST-DONE                VALUE 'Y'.
       01  WS-MORE-SWITCH                  PIC X(1).
           88  WS-MORE-ROWS                VALUE 'Y'.

      *> COMMAREA carried between pseudo-conversational turns - the
      *> customer on the screen and the dispute behind each listed
      *> line, with whether it carries a provisional credit.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.
           05  WS-STATE-CUSTOMER            PIC X(10).
           05  WS-LINE-COUNT                PIC 9(2).
           05  WS-LINE-ENTRY                OCCURS 12 TIMES.
               10  WS-LINE-KEY              PIC X(10).
               10  WS-LINE-CREDIT           PIC X(1).
                   88  WS-LINE-HAS-CREDIT   VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The customer's disputes, open ones first and then the most
      *> recently opened - each with the disputed item's amount off
      *> BAD1 or PAD1 per its type (zero once the item is archived).
       EXEC SQL
           DECLARE CUSTOMER-DISPUTE-CURSOR CURSOR FOR
               SELECT D.DISPUTE_ID, D.DISPUTED_ID, D.DISPUTE_TYPE,
                      D.PROV_CREDIT_ID, D.DISPUTE_STATUS,
                      CHAR(D.OPEN_DATE, ISO),
                      CHAR(D.RESOLVE_DATE, ISO),
                      COALESCE(B.TRANSACTION_AMOUNT,
                               P.PAYMENT_AMOUNT, 0)
               FROM DSP1 D
               LEFT JOIN BAD1 B
                 ON D.DISPUTE_TYPE = 'T'
                AND B.TRANSACTION_ID = D.DISPUTED_ID
               LEFT JOIN PAD1 P
                 ON D.DISPUTE_TYPE = 'P'
                AND P.PAYMENT_ID = D.DISPUTED_ID
               WHERE D.CUSTOMER_ID = :WS-STATE-CUSTOMER
               ORDER BY CASE D.DISPUTE_STATUS WHEN 'O' THEN 1
                        ELSE 2 END,
                        D.OPEN_DATE DESC, D.DISPUTE_ID
       END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(145).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> The online face of DSM1, so customer service keys a dispute
      *> while the customer is on the line instead of on paper for
      *> the back office. Pseudo-conversational, the same shape as
      *> SOO1: keying a customer lists their disputes with status
      *> and age, O with no line opens one against a BAD1
      *> transaction or PAD1 payment (with or without a provisional
      *> credit), and a line number with C or B resolves it for the
      *> customer or the bank. DSM1 holds the supervisor limit on
      *> customer resolutions and lands every call on AUD1.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO DSO1O
           MOVE SPACES TO MSGO
           EXEC CICS SEND MAP('DSO1MAP') MAPSET('DSO1MSD')
               FROM(DSO1O) ERASE
               END-EXEC
           MOVE SPACES TO WS-TASK-STATE
           MOVE 0 TO WS-LINE-COUNT
           SET WS-SECOND-TURN TO TRUE
           PERFORM RE-ARM-CONVERSATION.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('DSO1MAP') MAPSET('DSO1MSD')
               INTO(DSO1I)
               RESP(WS-RESP)
               END-EXEC

      *> FRSET sends back only what was keyed this turn - a field
      *> left alone arrives as LOW-VALUES.
           INSPECT CUS REPLACING ALL LOW-VALUES BY SPACES
           INSPECT LNO REPLACING ALL LOW-VALUES BY SPACES
           INSPECT ACT REPLACING ALL LOW-VALUES BY SPACES
           INSPECT DID REPLACING ALL LOW-VALUES BY SPACES
           INSPECT TYP REPLACING ALL LOW-VALUES BY SPACES
           INSPECT ITM REPLACING ALL LOW-VALUES BY SPACES
           INSPECT PCR REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CRD REPLACING ALL LOW-VALUES BY SPACES

           MOVE SPACES TO MSGO
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               PERFORM PROCESS-OPERATOR-REQUEST
               IF WS-STATE-CUSTOMER NOT = SPACES
                   PERFORM FILL-DISPUTE-LINES
               END-IF
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'DSO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED FOR DSO1' TO MSGO(1:23)
           END-IF
           IF MSGO = SPACES
               PERFORM CHECK-CHAIN-BLACKOUT
           END-IF.

       CHECK-CHAIN-BLACKOUT.
      *> A provisional credit keyed mid-chain could miss tonight's
      *> balance roll or land in it half-posted - locked while the
      *> nightly chain is mid-flight unless the supervisor OVRD
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
                   IF ACT = 'O'
                       PERFORM OPEN-NEW-DISPUTE
                   ELSE
                       MOVE 'KEY A LINE NUMBER, OR O TO OPEN'
                           TO MSGO(1:31)
                   END-IF
               WHEN OTHER
                   PERFORM RESOLVE-SELECTED-LINE
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

       OPEN-NEW-DISPUTE.
      *> DSM1 takes the customer off the disputed item, so the item
      *> is checked against the customer on the screen first - a
      *> mis-keyed ID would otherwise open, and credit, someone
      *> else's dispute.
           IF PCR = SPACES
               MOVE 'N' TO PCR
           END-IF
           EVALUATE TRUE
               WHEN TYP NOT = 'T' AND TYP NOT = 'P'
                   MOVE 'TYPE MUST BE T (TRANSACTION) OR P (PAYMENT)'
                       TO MSGO(1:43)
               WHEN PCR NOT = 'Y' AND PCR NOT = 'N'
                   MOVE 'PROV CR MUST BE Y OR N' TO MSGO(1:22)
               WHEN PCR = 'Y' AND CRD = SPACES
                   MOVE 'KEY A TXN ID FOR THE PROVISIONAL CREDIT'
                       TO MSGO(1:39)
               WHEN OTHER
                   PERFORM CHECK-ITEM-CUSTOMER
           END-EVALUATE
           IF MSGO = SPACES
               PERFORM INITIALIZE-DSM1-AREA
               MOVE 'O' TO ACTION-CODE OF DSM1-COMM-AREA
               MOVE DID TO DISPUTE-ID OF DSM1-COMM-AREA
               MOVE TYP TO DISPUTE-TYPE OF DSM1-COMM-AREA
               MOVE ITM TO DISPUTED-ID OF DSM1-COMM-AREA
               MOVE PCR TO PROV-CREDIT-FLAG OF DSM1-COMM-AREA
               IF PCR = 'Y'
                   MOVE CRD
                       TO CREDIT-TRANSACTION-ID OF DSM1-COMM-AREA
               END-IF
               PERFORM CALL-DSM1
           END-IF.

       CHECK-ITEM-CUSTOMER.
           MOVE SPACES TO WS-ITEM-CUSTOMER
           IF TYP = 'T'
               EXEC SQL
                   SELECT CUSTOMER_ID
                   INTO :WS-ITEM-CUSTOMER
                   FROM BAD1
                   WHERE TRANSACTION_ID = :ITM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CUSTOMER_ID
                   INTO :WS-ITEM-CUSTOMER
                   FROM PAD1
                   WHERE PAYMENT_ID = :ITM
               END-EXEC
           END-IF
           IF SQLCODE = 0
               AND WS-ITEM-CUSTOMER NOT = WS-STATE-CUSTOMER
               MOVE 'ITEM BELONGS TO ANOTHER CUSTOMER' TO MSGO(1:32)
           END-IF.

       RESOLVE-SELECTED-LINE.
           EVALUATE TRUE
               WHEN LNO IS NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO MSGO(1:27)
               WHEN ACT NOT = 'C' AND ACT NOT = 'B'
                   MOVE 'KEY C OR B TO RESOLVE A LINE' TO MSGO(1:28)
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(LNO) TO WS-SEL-IX
                   IF WS-SEL-IX < 1 OR WS-SEL-IX > WS-LINE-COUNT
                       MOVE 'LINE NUMBER IS NOT ON THE LIST'
                           TO MSGO(1:30)
                   ELSE
                       PERFORM RESOLVE-ONE-DISPUTE
                   END-IF
           END-EVALUATE.

       RESOLVE-ONE-DISPUTE.
      *> For the bank, a provisional credit is taken back by a
      *> reversing debit posted under the TXN key the operator keys.
           IF ACT = 'B' AND WS-LINE-HAS-CREDIT(WS-SEL-IX)
              AND CRD = SPACES
               MOVE 'KEY A TXN ID FOR THE CREDIT REVERSAL'
                   TO MSGO(1:36)
           ELSE
               PERFORM INITIALIZE-DSM1-AREA
               MOVE ACT TO ACTION-CODE OF DSM1-COMM-AREA
               MOVE WS-LINE-KEY(WS-SEL-IX)
                   TO DISPUTE-ID OF DSM1-COMM-AREA
               MOVE CRD TO CREDIT-TRANSACTION-ID OF DSM1-COMM-AREA
               PERFORM CALL-DSM1
           END-IF.

       INITIALIZE-DSM1-AREA.
           MOVE SPACES TO DSM1-COMM-AREA
           MOVE 'DSO1' TO MAIN-NAME OF DSM1-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF DSM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF DSM1-COMM-AREA.

       CALL-DSM1.
           CALL DSM1-PGM USING DSM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call DSM1."
               MOVE -1 TO RETURN-CODE OF DSM1-COMM-AREA
               MOVE 'E' TO DISPUTE-STATUS OF DSM1-COMM-AREA
               MOVE 'DISPUTE MODULE UNAVAILABLE'
                   TO ERROR-MESSAGE OF DSM1-COMM-AREA
           END-CALL
           IF DISPUTE-STATUS OF DSM1-COMM-AREA = 'S'
               EVALUATE ACTION-CODE OF DSM1-COMM-AREA
                   WHEN 'O'
                       IF PROV-CREDIT-REQUESTED
                           MOVE 'DISPUTE OPENED - PROVISIONAL CREDIT'
                               TO MSGO(1:35)
                           MOVE ' POSTED' TO MSGO(36:7)
                       ELSE
                           MOVE 'DISPUTE OPENED' TO MSGO(1:14)
                       END-IF
                   WHEN 'C'
                       MOVE 'DISPUTE RESOLVED FOR THE CUSTOMER'
                           TO MSGO(1:33)
                   WHEN OTHER
                       MOVE 'DISPUTE RESOLVED FOR THE BANK'
                           TO MSGO(1:29)
               END-EVALUATE
               PERFORM CLEAR-ENTRY-FIELDS
           ELSE
               MOVE ERROR-MESSAGE OF DSM1-COMM-AREA TO MSGO(1:79)
           END-IF.

       CLEAR-ENTRY-FIELDS.
           MOVE SPACES TO ACTO
           MOVE SPACES TO DIDO
           MOVE SPACES TO TYPO
           MOVE SPACES TO ITMO
           MOVE SPACES TO PCRO
           MOVE SPACES TO CRDO.

       FILL-DISPUTE-LINES.
      *> Age is days open to today, or to the resolution for one
      *> already decided - the same day count DSR1 ages by.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE-DIGITS
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-MORE-SWITCH
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > 12
               MOVE SPACES TO LIST-LINE(WS-LIST-IX)
               MOVE SPACES TO WS-LINE-ENTRY(WS-LIST-IX)
           END-PERFORM
           MOVE 'N' TO WS-LIST-SWITCH
           EXEC SQL
               OPEN CUSTOMER-DISPUTE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-LIST-DONE
               PERFORM FETCH-NEXT-DISPUTE
               IF NOT WS-LIST-DONE
                   IF WS-LINE-COUNT NOT < 12
                       SET WS-MORE-ROWS TO TRUE
                       SET WS-LIST-DONE TO TRUE
                   ELSE
                       PERFORM FILL-ONE-DISPUTE-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CUSTOMER-DISPUTE-CURSOR
           END-EXEC
           MOVE WS-STATE-CUSTOMER TO CUSO
           IF MSGO = SPACES
               EVALUATE TRUE
                   WHEN WS-MORE-ROWS
                       MOVE 'MORE THAN 12 - OLDEST RESOLVED NOT SHOWN'
                           TO MSGO(1:40)
                   WHEN WS-LINE-COUNT = 0
                       MOVE 'NO DISPUTES ON FILE - O TO OPEN ONE'
                           TO MSGO(1:35)
                   WHEN OTHER
                       MOVE 'KEY A LINE AND C OR B, OR O TO OPEN'
                           TO MSGO(1:35)
               END-EVALUATE
           END-IF.

       FETCH-NEXT-DISPUTE.
           EXEC SQL
               FETCH CUSTOMER-DISPUTE-CURSOR
               INTO :DSP1-REC.DISPUTE-ID, :DSP1-REC.DISPUTED-ID,
                    :DSP1-REC.DISPUTE-TYPE,
                    :DSP1-REC.PROV-CREDIT-ID,
                    :DSP1-REC.DISPUTE-STATUS,
                    :DSP1-REC.OPEN-DATE, :DSP1-REC.RESOLVE-DATE,
                    :WS-ROW-AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-LIST-DONE TO TRUE
           END-IF.

       FILL-ONE-DISPUTE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE DISPUTE-ID OF DSP1-REC TO WS-LINE-KEY(WS-LINE-COUNT)
           IF PROV-CREDIT-ID OF DSP1-REC = SPACES
               MOVE 'N' TO WS-ROW-CREDIT
           ELSE
               MOVE 'Y' TO WS-ROW-CREDIT
           END-IF
           MOVE WS-ROW-CREDIT TO WS-LINE-CREDIT(WS-LINE-COUNT)
           EVALUATE DISPUTE-STATUS OF DSP1-REC
               WHEN 'O'
                   MOVE 'OPEN' TO WS-ROW-STATUS
                   MOVE WS-TODAY-INTEGER TO WS-END-INTEGER
               WHEN 'C'
                   MOVE 'CUSTOMER' TO WS-ROW-STATUS
                   PERFORM RESOLVE-DATE-INTEGER
               WHEN OTHER
                   MOVE 'BANK' TO WS-ROW-STATUS
                   PERFORM RESOLVE-DATE-INTEGER
           END-EVALUATE
           STRING OPEN-DATE OF DSP1-REC(1:4)
                  OPEN-DATE OF DSP1-REC(6:2)
                  OPEN-DATE OF DSP1-REC(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-OPEN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-AGE-DAYS = WS-END-INTEGER - WS-OPEN-INTEGER
           IF WS-ROW-AMOUNT < 0
               COMPUTE WS-ROW-AMOUNT = WS-ROW-AMOUNT * -1
           END-IF
           MOVE WS-ROW-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE
                  ' '
                  DISPUTE-ID OF DSP1-REC
                  ' '
                  DISPUTE-TYPE OF DSP1-REC
                  ' '
                  DISPUTED-ID OF DSP1-REC
                  ' '
                  WS-EDIT-AMOUNT
                  ' '
                  WS-ROW-CREDIT
                  ' '
                  WS-ROW-STATUS
                  ' '
                  OPEN-DATE OF DSP1-REC
                  ' '
                  WS-EDIT-AGE
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       RESOLVE-DATE-INTEGER.
           STRING RESOLVE-DATE OF DSP1-REC(1:4)
                  RESOLVE-DATE OF DSP1-REC(6:2)
                  RESOLVE-DATE OF DSP1-REC(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS).

       SEND-RESULT-MAP.
           MOVE SPACES TO LNOO
           EXEC CICS SEND MAP('DSO1MAP') MAPSET('DSO1MSD')
               FROM(DSO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> COMMAREA carries the customer and the dispute behind each
      *> listed line so the next pick still finds it.
           EXEC CICS RETURN
               TRANSID('DSO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
