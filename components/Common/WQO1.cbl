       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WQO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY WQA1SQL.
       COPY OPU1SQL.
       COPY CFG1SQL.
       COPY RWQ1SQL.
       COPY SCQ1SQL.
       COPY FRC1SQL.
       COPY APQ1SQL.
       COPY PAD1SQL.
       COPY DSP1SQL.
       COPY BAD1SQL.
       COPY CAD1SQL.
       COPY RBK1SQL.

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY WQA1REC.
       COPY OPU1REC.
       COPY CFG1REC.

       *> Include the communication area copybooks for the modules
       *> that work the queues
       COPY RAM1.
       01  RAM1-PGM                        PIC X(8) VALUE 'RAM1'.
       COPY SCD1.
       01  SCD1-PGM                        PIC X(8) VALUE 'SCD1'.
       COPY FRM1.
       01  FRM1-PGM                        PIC X(8) VALUE 'FRM1'.
       COPY DSM1.
       01  DSM1-PGM                        PIC X(8) VALUE 'DSM1'.

       *> Symbolic map for the WQO1MSD mapset
       COPY WQO1MAP.

       *> Operator entitlement check
       COPY AUTM1.
       01  AUTM1-PGM                       PIC X(8) VALUE 'AUTM1'.

      *> Chain-blackout check - a decision keyed here is an update
      *> that refuses while the nightly is mid-flight (see CHB1);
      *> listing and assigning stay open.
       COPY CHB1.
       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

       77  WS-RESP                         PIC S9(8) COMP.
       77  WS-CURRENT-DATE-TIME            PIC X(21).
       77  WS-TIMESTAMP                    PIC X(20).
       77  WS-LIST-IX                      PIC 9(4) COMP.
       77  WS-SEL-IX                       PIC 9(4) COMP.
       77  WS-TYPE-IX                      PIC 9(4) COMP.
       77  WS-SEARCH-IX                    PIC 9(4) COMP.
       77  WS-AGE-DAYS                     PIC S9(5) COMP-3.
       77  WS-EDIT-AGE                     PIC ZZZZ9.
       77  WS-EDIT-LINE                    PIC Z9.
       77  WS-EDIT-TOTAL                   PIC ZZZ9.

       01  WS-DATE-DIGITS                  PIC 9(8).
       01  WS-TODAY-INTEGER                PIC S9(9) COMP.
       01  WS-ITEM-INTEGER                 PIC S9(9) COMP.

       01  WS-QUEUE-SWITCH                 PIC X(1).
           88  WS-QUEUE-DONE               VALUE 'Y'.
       01  WS-ITEM-TOTAL                   PIC 9(4) COMP.

      *> One row of the combined queue, as the cursor hands it back.
       01  WS-ITEM-TYPE                    PIC X(4).
       01  WS-ITEM-KEY                     PIC X(24).
       01  WS-ITEM-CUSTOMER                PIC X(10).
       01  WS-ITEM-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-ITEM-CURRENCY                PIC X(3).
       01  WS-ITEM-DATE                    PIC X(10).
       01  WS-ITEM-ASSIGNEE                PIC X(8).
       01  WS-ITEM-DISPLAY-ID              PIC X(10).
       01  WS-EDIT-AMOUNT                  PIC -(9)9.99.
       01  WS-EDIT-AMOUNT-TEXT REDEFINES WS-EDIT-AMOUNT
                                           PIC X(13).
       01  WS-SLA-STATUS                   PIC X(6).

      *> The six queues - list type, the ENT1 transaction code an
      *> operator needs to see and work the queue, the CFG1 row
      *> holding its SLA in days (the dispute SLA is the one DSR1
      *> already reports against), the SLA used when there is no
      *> row, and the two decision codes its work module takes.
      *> Approvals are worked on PAP2 and breaks clear themselves
      *> when the numbers agree, so neither takes a decision here.
       01  WS-QUEUE-TYPE-LIST.
           05  FILLER               PIC X(34) VALUE
               'REACRAM1REACT-SLA-DAYS      0003AD'.
           05  FILLER               PIC X(34) VALUE
               'SANCSCD1SANCTION-SLA-DAYS   0002AD'.
           05  FILLER               PIC X(34) VALUE
               'FRAUFRM1FRAUD-SLA-DAYS      0001RF'.
           05  FILLER               PIC X(34) VALUE
               'APPRPAP2APPROVAL-SLA-DAYS   0001  '.
           05  FILLER               PIC X(34) VALUE
               'DISPDSM1DISPUTE-SLA-DAYS    0014CB'.
           05  FILLER               PIC X(34) VALUE
               'BRK RBR1BREAK-SLA-DAYS      0007  '.
       01  WS-QUEUE-TYPE-TABLE REDEFINES WS-QUEUE-TYPE-LIST.
           05  WS-QUEUE-TYPE-ENTRY  OCCURS 6 TIMES.
               10  WS-QUEUE-TYPE        PIC X(4).
               10  WS-QUEUE-ENTITLEMENT PIC X(4).
               10  WS-QUEUE-SLA-PARM    PIC X(20).
               10  WS-QUEUE-SLA-DEFAULT PIC 9(4).
               10  WS-QUEUE-DECISIONS   PIC X(2).
       77  WS-QUEUE-TYPE-COUNT      PIC 9(4) COMP VALUE 6.
       01  WS-QUEUE-SLA-TABLE.
           05  WS-QUEUE-SLA-DAYS    PIC 9(4) OCCURS 6 TIMES.

      *> Which queues the signed-on operator sees - one flag per
      *> queue in the table's order, set from ENT1 each turn and
      *> handed to the cursor.
       01  WS-SHOW-FLAGS.
           05  WS-SHOW-REAC         PIC X(1).
           05  WS-SHOW-SANC         PIC X(1).
           05  WS-SHOW-FRAU         PIC X(1).
           05  WS-SHOW-APPR         PIC X(1).
           05  WS-SHOW-DISP         PIC X(1).
           05  WS-SHOW-BRK          PIC X(1).
       01  WS-SHOW-TABLE REDEFINES WS-SHOW-FLAGS.
           05  WS-SHOW-QUEUE        PIC X(1) OCCURS 6 TIMES.

      *> The operator's OPU1 unit - spaces for head office, who see
      *> every unit's items and the bank-wide reconciliation breaks.
       01  WS-OPERATOR-UNIT                PIC X(4).

      *> COMMAREA carried between pseudo-conversational turns - the
      *> queue and full key behind each listed line, so an item
      *> picked by line number finds its row.
       01  WS-TASK-STATE.
           05  WS-TURN-FLAG                 PIC X(1).
               88  WS-FIRST-TURN            VALUE SPACE.
               88  WS-SECOND-TURN           VALUE 'S'.
           05  WS-LINE-COUNT                PIC 9(2).
           05  WS-LINE-ENTRY                OCCURS 12 TIMES.
               10  WS-LINE-TYPE             PIC X(4).
               10  WS-LINE-KEY              PIC X(24).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every open item on every queue the operator may see, in
      *> their unit, oldest first - with the operator it has been
      *> assigned to, if any. A reactivation, fraud case or dispute
      *> takes its unit from the customer's CAD1 row, an approval
      *> from the payment's; breaks carry no unit and are head
      *> office's.
       EXEC SQL
           DECLARE WORK-QUEUE-CURSOR CURSOR FOR
               SELECT Q.ITEM_TYPE, Q.ITEM_KEY, Q.CUSTOMER_ID,
                      Q.ITEM_AMOUNT, Q.ITEM_CURRENCY, Q.ITEM_DATE,
                      COALESCE(A.ASSIGNED_USER, ' ')
               FROM (SELECT 'REAC' AS ITEM_TYPE,
                            CAST(W.PAYMENT_ID AS CHAR(24))
                                AS ITEM_KEY,
                            W.CUSTOMER_ID AS CUSTOMER_ID,
                            DECIMAL(W.PAYMENT_AMOUNT, 13, 2)
                                AS ITEM_AMOUNT,
                            W.PAYMENT_CURRENCY AS ITEM_CURRENCY,
                            W.REQUEST_DATE AS ITEM_DATE,
                            COALESCE(C.OPERATING_UNIT, ' ')
                                AS ITEM_UNIT
                     FROM RWQ1 W
                     LEFT JOIN CAD1 C
                       ON C.CUSTOMER_ID = W.CUSTOMER_ID
                     WHERE W.QUEUE_STATUS = 'O'
                       AND :WS-SHOW-REAC = 'Y'
                     UNION ALL
                     SELECT 'SANC',
                            CAST(S.CUSTOMER_ID AS CHAR(24)),
                            S.CUSTOMER_ID,
                            DECIMAL(0, 13, 2),
                            ' ',
                            S.QUEUE_DATE,
                            S.OPERATING_UNIT
                     FROM SCQ1 S
                     WHERE S.QUEUE_STATUS = 'O'
                       AND :WS-SHOW-SANC = 'Y'
                     UNION ALL
                     SELECT 'FRAU',
                            CAST(F.PAYMENT_ID AS CHAR(24)),
                            F.CUSTOMER_ID,
                            DECIMAL(F.PAYMENT_AMOUNT, 13, 2),
                            F.PAYMENT_CURRENCY,
                            F.OPEN_DATE,
                            COALESCE(C.OPERATING_UNIT, ' ')
                     FROM FRC1 F
                     LEFT JOIN CAD1 C
                       ON C.CUSTOMER_ID = F.CUSTOMER_ID
                     WHERE F.CASE_STATUS = 'O'
                       AND :WS-SHOW-FRAU = 'Y'
                     UNION ALL
                     SELECT 'APPR',
                            CAST(P.PAYMENT_ID AS CHAR(24)),
                            P.CUSTOMER_ID,
                            DECIMAL(P.PAYMENT_AMOUNT, 13, 2),
                            P.PAYMENT_CURRENCY,
                            R.REQUEST_DATE,
                            P.OPERATING_UNIT
                     FROM APQ1 R
                     JOIN PAD1 P
                       ON P.PAYMENT_ID = R.PAYMENT_ID
                     WHERE R.APPROVAL_STATUS = 'W'
                       AND :WS-SHOW-APPR = 'Y'
                     UNION ALL
                     SELECT 'DISP',
                            CAST(D.DISPUTE_ID AS CHAR(24)),
                            D.CUSTOMER_ID,
                            COALESCE(
                              CASE D.DISPUTE_TYPE
                                WHEN 'T' THEN
                                  (SELECT DECIMAL(B.TRANSACTION_AMOUNT,
                                                  13, 2)
                                   FROM BAD1 B
                                   WHERE B.TRANSACTION_ID
                                         = D.DISPUTED_ID)
                                ELSE
                                  (SELECT DECIMAL(X.PAYMENT_AMOUNT,
                                                  13, 2)
                                   FROM PAD1 X
                                   WHERE X.PAYMENT_ID = D.DISPUTED_ID)
                              END, 0),
                            COALESCE(
                              (SELECT X.PAYMENT_CURRENCY
                               FROM PAD1 X
                               WHERE X.PAYMENT_ID = D.DISPUTED_ID
                                 AND D.DISPUTE_TYPE = 'P'), ' '),
                            D.OPEN_DATE,
                            COALESCE(C.OPERATING_UNIT, ' ')
                     FROM DSP1 D
                     LEFT JOIN CAD1 C
                       ON C.CUSTOMER_ID = D.CUSTOMER_ID
                     WHERE D.DISPUTE_STATUS = 'O'
                       AND :WS-SHOW-DISP = 'Y'
                     UNION ALL
                     SELECT 'BRK ',
                            CAST(K.BREAK_SOURCE || K.BREAK_KEY
                                 AS CHAR(24)),
                            ' ',
                            K.BREAK_AMOUNT,
                            ' ',
                            K.FIRST_SEEN_DATE,
                            ' '
                     FROM RBK1 K
                     WHERE K.BREAK_STATUS = 'O'
                       AND :WS-SHOW-BRK = 'Y') Q
               LEFT JOIN WQA1 A
                 ON A.ITEM_TYPE = Q.ITEM_TYPE
                AND A.ITEM_KEY = Q.ITEM_KEY
               WHERE :WS-OPERATOR-UNIT = ' '
                  OR Q.ITEM_UNIT = :WS-OPERATOR-UNIT
               ORDER BY Q.ITEM_DATE, Q.ITEM_TYPE, Q.ITEM_KEY
       END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(339).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
      *> One worklist over every review queue - RWQ1 reactivation
      *> reviews, SCQ1 sanctions hits, FRC1 fraud cases, APQ1
      *> approvals, DSP1 open disputes and RBK1 reconciliation
      *> breaks - instead of six reports with six aging rules.
      *> Each line shows the item's queue, customer, amount, age and
      *> where it stands against its queue's SLA, limited to the
      *> queues the operator is entitled to and to their OPU1 unit.
      *> A line number with a decision works the item through its
      *> own module (an approval goes to PAP2); a line number with
      *> an operator's ID assigns it, for a supervisor holding ASGN.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-TASK-STATE
               PERFORM RECEIVE-AND-PROCESS
           END-IF
           GOBACK.

       SEND-INITIAL-MAP.
      *> Arriving from MNU1 lists the operator's work straight away.
           MOVE LOW-VALUES TO WQO1O
           MOVE SPACES TO MSGO
           MOVE SPACES TO WS-TASK-STATE
           MOVE 0 TO WS-LINE-COUNT
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               PERFORM LOAD-OPERATOR-SCOPE
               PERFORM FILL-WORKLIST-LINES
           END-IF
           EXEC CICS SEND MAP('WQO1MAP') MAPSET('WQO1MSD')
               FROM(WQO1O) ERASE
               END-EXEC
           SET WS-SECOND-TURN TO TRUE
           PERFORM RE-ARM-CONVERSATION.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('WQO1MAP') MAPSET('WQO1MSD')
               INTO(WQO1I)
               RESP(WS-RESP)
               END-EXEC

           MOVE SPACES TO MSGO
           PERFORM CHECK-AUTHORIZATION
           IF MSGO = SPACES
               PERFORM LOAD-OPERATOR-SCOPE
               IF LNO NOT = SPACES AND LNO NOT = LOW-VALUES
                  AND LNO NOT = '00'
                   PERFORM PROCESS-SELECTED-LINE
               END-IF
               PERFORM FILL-WORKLIST-LINES
           END-IF
           PERFORM SEND-RESULT-MAP
           PERFORM RE-ARM-CONVERSATION.

       CHECK-AUTHORIZATION.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'WQO1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED FOR WQO1' TO MSGO(1:24)
           END-IF.

       CHECK-CHAIN-BLACKOUT.
      *> A decision moves money or customers - locked while the
      *> nightly chain is mid-flight unless the supervisor OVRD
      *> entitlement stands behind the operator (CHB1 lands the
      *> grant on AUD1).
           MOVE EIBUSERID TO CHB1-USER-ID
           CALL CHB1-PGM USING CHB1-COMM-AREA
           IF CHB1-BLACKOUT-ON AND NOT CHB1-OVERRIDE-OK
               MOVE 'NIGHTLY CHAIN RUNNING - UPDATES LOCKED'
                   TO MSGO(1:39).

       LOAD-OPERATOR-SCOPE.
      *> Unit, visible queues and SLAs are read every turn, so an
      *> entitlement or SLA changed mid-shift shows on the next
      *> ENTER.
           MOVE SPACES TO WS-OPERATOR-UNIT
           MOVE EIBUSERID TO USER-ID OF OPU1-REC
           EXEC SQL
               SELECT OPERATING_UNIT
               INTO :OPU1-REC.OPERATING-UNIT
               FROM OPU1
               WHERE USER_ID = :OPU1-REC.USER-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE OPERATING-UNIT OF OPU1-REC TO WS-OPERATOR-UNIT
           END-IF
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-QUEUE-TYPE-COUNT
               MOVE EIBUSERID TO AUTM1-USER-ID
               MOVE WS-QUEUE-ENTITLEMENT(WS-TYPE-IX)
                   TO AUTM1-TRANSACTION-CODE
               CALL AUTM1-PGM USING AUTM1-COMM-AREA
               IF AUTM1-AUTHORIZED-SWITCH = 'Y'
                   MOVE 'Y' TO WS-SHOW-QUEUE(WS-TYPE-IX)
               ELSE
                   MOVE 'N' TO WS-SHOW-QUEUE(WS-TYPE-IX)
               END-IF
               MOVE WS-QUEUE-SLA-DEFAULT(WS-TYPE-IX)
                   TO WS-QUEUE-SLA-DAYS(WS-TYPE-IX)
               MOVE WS-QUEUE-SLA-PARM(WS-TYPE-IX)
                   TO PARM-NAME OF CFG1-REC
               EXEC SQL
                   SELECT PARM_VALUE
                   INTO :CFG1-REC.PARM-VALUE
                   FROM CFG1
                   WHERE PARM_NAME = :CFG1-REC.PARM-NAME
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE WS-QUEUE-SLA-DAYS(WS-TYPE-IX) =
                       FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
               END-IF
           END-PERFORM.

       PROCESS-SELECTED-LINE.
           IF LNO IS NOT NUMERIC
               MOVE 'LINE NUMBER MUST BE NUMERIC' TO MSGO(1:28)
           ELSE
               MOVE FUNCTION NUMVAL(LNO) TO WS-SEL-IX
               IF WS-SEL-IX < 1 OR WS-SEL-IX > WS-LINE-COUNT
                   MOVE 'LINE NUMBER IS NOT ON THE LIST'
                       TO MSGO(1:31)
               ELSE
                   MOVE WS-LINE-TYPE(WS-SEL-IX) TO WS-ITEM-TYPE
                   PERFORM FIND-QUEUE-TYPE
                   IF ASG NOT = SPACES AND ASG NOT = LOW-VALUES
                       PERFORM ASSIGN-SELECTED-ITEM
                   ELSE
                       PERFORM WORK-SELECTED-ITEM
                   END-IF
               END-IF
           END-IF.

       FIND-QUEUE-TYPE.
           MOVE 1 TO WS-TYPE-IX
           PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-SEARCH-IX > WS-QUEUE-TYPE-COUNT
               IF WS-QUEUE-TYPE(WS-SEARCH-IX) = WS-ITEM-TYPE
                   MOVE WS-SEARCH-IX TO WS-TYPE-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ASSIGN-SELECTED-ITEM.
      *> Only a supervisor assigns, and only to an operator who is
      *> entitled to the item's queue - an item handed to someone
      *> who cannot see it would simply stall.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE 'ASGN' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               MOVE 'NOT AUTHORIZED TO ASSIGN WORK' TO MSGO(1:29)
           ELSE
               MOVE ASG TO AUTM1-USER-ID
               MOVE WS-QUEUE-ENTITLEMENT(WS-TYPE-IX)
                   TO AUTM1-TRANSACTION-CODE
               CALL AUTM1-PGM USING AUTM1-COMM-AREA
               IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
                   MOVE 'THAT OPERATOR IS NOT ENTITLED TO THIS QUEUE'
                       TO MSGO(1:43)
               ELSE
                   PERFORM RECORD-ASSIGNMENT
               END-IF
           END-IF.

       RECORD-ASSIGNMENT.
      *> Reassigning replaces the row - an item has one owner.
           MOVE WS-LINE-TYPE(WS-SEL-IX) TO ITEM-TYPE OF WQA1-REC
           MOVE WS-LINE-KEY(WS-SEL-IX) TO ITEM-KEY OF WQA1-REC
           MOVE ASG TO ASSIGNED-USER OF WQA1-REC
           MOVE EIBUSERID TO ASSIGNED-BY OF WQA1-REC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURRENT-DATE-TIME(1:4) '-'
                  WS-CURRENT-DATE-TIME(5:2) '-'
                  WS-CURRENT-DATE-TIME(7:2)
                  DELIMITED BY SIZE INTO ASSIGNED-DATE OF WQA1-REC
           EXEC SQL
               DELETE FROM WQA1
               WHERE ITEM_TYPE = :WQA1-REC.ITEM-TYPE
                 AND ITEM_KEY = :WQA1-REC.ITEM-KEY
           END-EXEC
           EXEC SQL
               INSERT INTO WQA1
                   (ITEM_TYPE, ITEM_KEY, ASSIGNED_USER, ASSIGNED_BY,
                    ASSIGNED_DATE)
               VALUES
                   (:WQA1-REC.ITEM-TYPE, :WQA1-REC.ITEM-KEY,
                    :WQA1-REC.ASSIGNED-USER, :WQA1-REC.ASSIGNED-BY,
                    :WQA1-REC.ASSIGNED-DATE)
           END-EXEC
           IF SQLCODE = 0
               STRING 'ITEM ASSIGNED TO ' ASG
                   DELIMITED BY SIZE INTO MSGO
               MOVE SPACES TO ASGO
           ELSE
               MOVE 'ASSIGNMENT NOT RECORDED - TRY AGAIN'
                   TO MSGO(1:35)
           END-IF.

       WORK-SELECTED-ITEM.
      *> The queue's own entitlement stands between the pick and the
      *> work even when the line was listed before it was revoked.
           MOVE EIBUSERID TO AUTM1-USER-ID
           MOVE WS-QUEUE-ENTITLEMENT(WS-TYPE-IX)
               TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           EVALUATE TRUE
               WHEN AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
                   MOVE 'NOT AUTHORIZED FOR THIS QUEUE' TO MSGO(1:29)
               WHEN WS-LINE-TYPE(WS-SEL-IX) = 'APPR'
                   EXEC CICS XCTL PROGRAM('PAP2') END-EXEC
               WHEN WS-LINE-TYPE(WS-SEL-IX) = 'BRK '
                   MOVE 'BREAKS CLEAR WHEN THE NUMBERS AGREE - SEE RBR1'
                       TO MSGO(1:46)
               WHEN DEC = SPACES OR DEC = LOW-VALUES
                   STRING 'KEY A DECISION FOR THIS ITEM - '
                          WS-QUEUE-DECISIONS(WS-TYPE-IX)(1:1)
                          ' OR '
                          WS-QUEUE-DECISIONS(WS-TYPE-IX)(2:1)
                          DELIMITED BY SIZE INTO MSGO
               WHEN DEC NOT = WS-QUEUE-DECISIONS(WS-TYPE-IX)(1:1)
                AND DEC NOT = WS-QUEUE-DECISIONS(WS-TYPE-IX)(2:1)
                   STRING 'DECISION MUST BE '
                          WS-QUEUE-DECISIONS(WS-TYPE-IX)(1:1)
                          ' OR '
                          WS-QUEUE-DECISIONS(WS-TYPE-IX)(2:1)
                          ' FOR THIS ITEM'
                          DELIMITED BY SIZE INTO MSGO
               WHEN OTHER
                   PERFORM CHECK-CHAIN-BLACKOUT
                   IF MSGO = SPACES
                       PERFORM DECIDE-SELECTED-ITEM
                   END-IF
           END-EVALUATE.

       DECIDE-SELECTED-ITEM.
           PERFORM STAMP-TIMESTAMP
           EVALUATE WS-LINE-TYPE(WS-SEL-IX)
               WHEN 'REAC'
                   PERFORM CALL-RAM1
               WHEN 'SANC'
                   PERFORM CALL-SCD1
               WHEN 'FRAU'
                   PERFORM CALL-FRM1
               WHEN 'DISP'
                   PERFORM CALL-DSM1
           END-EVALUATE
           IF MSGO = SPACES
               PERFORM CLEAR-ASSIGNMENT
               MOVE 'ITEM DECIDED - IT HAS LEFT THE QUEUE'
                   TO MSGO(1:36)
               MOVE SPACES TO DECO
               MOVE SPACES TO REFO
           END-IF.

       CALL-RAM1.
           MOVE SPACES TO RAM1-COMM-AREA
           MOVE 'WQO1' TO MAIN-NAME OF RAM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RAM1-COMM-AREA
           MOVE WS-LINE-KEY(WS-SEL-IX)(1:10)
               TO PAYMENT-ID OF RAM1-COMM-AREA
           MOVE DEC TO ACTION-CODE OF RAM1-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF RAM1-COMM-AREA
           MOVE WS-TIMESTAMP TO TIMESTAMP OF RAM1-COMM-AREA
           CALL RAM1-PGM USING RAM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call RAM1."
               MOVE 'E' TO QUEUE-STATUS OF RAM1-COMM-AREA
               MOVE 'REACTIVATION MODULE UNAVAILABLE'
                   TO ERROR-MESSAGE OF RAM1-COMM-AREA
           END-CALL
           IF QUEUE-STATUS OF RAM1-COMM-AREA NOT = 'S'
               MOVE ERROR-MESSAGE OF RAM1-COMM-AREA TO MSGO(1:79)
           END-IF.

       CALL-SCD1.
           MOVE SPACES TO SCD1-COMM-AREA
           MOVE 'WQO1' TO MAIN-NAME OF SCD1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF SCD1-COMM-AREA
           MOVE WS-LINE-KEY(WS-SEL-IX)(1:10)
               TO CUSTOMER-ID OF SCD1-COMM-AREA
           MOVE DEC TO ACTION-CODE OF SCD1-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF SCD1-COMM-AREA
           MOVE WS-TIMESTAMP TO TIMESTAMP OF SCD1-COMM-AREA
           CALL SCD1-PGM USING SCD1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call SCD1."
               MOVE 'E' TO QUEUE-STATUS OF SCD1-COMM-AREA
               MOVE 'SANCTIONS MODULE UNAVAILABLE'
                   TO ERROR-MESSAGE OF SCD1-COMM-AREA
           END-CALL
           IF QUEUE-STATUS OF SCD1-COMM-AREA NOT = 'S'
               MOVE ERROR-MESSAGE OF SCD1-COMM-AREA TO MSGO(1:79)
           END-IF.

       CALL-FRM1.
           MOVE SPACES TO FRM1-COMM-AREA
           MOVE 'WQO1' TO MAIN-NAME OF FRM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF FRM1-COMM-AREA
           MOVE WS-LINE-KEY(WS-SEL-IX)(1:10)
               TO PAYMENT-ID OF FRM1-COMM-AREA
           MOVE DEC TO ACTION-CODE OF FRM1-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF FRM1-COMM-AREA
           MOVE WS-TIMESTAMP TO TIMESTAMP OF FRM1-COMM-AREA
           CALL FRM1-PGM USING FRM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call FRM1."
               MOVE 'E' TO CASE-STATUS OF FRM1-COMM-AREA
               MOVE 'FRAUD CASE MODULE UNAVAILABLE'
                   TO ERROR-MESSAGE OF FRM1-COMM-AREA
           END-CALL
           IF CASE-STATUS OF FRM1-COMM-AREA NOT = 'S'
               MOVE ERROR-MESSAGE OF FRM1-COMM-AREA TO MSGO(1:79)
           END-IF.

       CALL-DSM1.
      *> A resolution for the bank reverses any provisional credit
      *> under the reversal key the operator keys, the way DSM1
      *> takes it from every caller.
           MOVE SPACES TO DSM1-COMM-AREA
           MOVE 'WQO1' TO MAIN-NAME OF DSM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF DSM1-COMM-AREA
           MOVE WS-LINE-KEY(WS-SEL-IX)(1:10)
               TO DISPUTE-ID OF DSM1-COMM-AREA
           MOVE DEC TO ACTION-CODE OF DSM1-COMM-AREA
           IF REF NOT = LOW-VALUES
               MOVE REF TO CREDIT-TRANSACTION-ID OF DSM1-COMM-AREA
           END-IF
           MOVE EIBUSERID TO USER-ID OF DSM1-COMM-AREA
           MOVE WS-TIMESTAMP TO TIMESTAMP OF DSM1-COMM-AREA
           CALL DSM1-PGM USING DSM1-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call DSM1."
               MOVE 'E' TO DISPUTE-STATUS OF DSM1-COMM-AREA
               MOVE 'DISPUTE MODULE UNAVAILABLE'
                   TO ERROR-MESSAGE OF DSM1-COMM-AREA
           END-CALL
           IF DISPUTE-STATUS OF DSM1-COMM-AREA NOT = 'S'
               MOVE ERROR-MESSAGE OF DSM1-COMM-AREA TO MSGO(1:79)
           END-IF.

       CLEAR-ASSIGNMENT.
      *> A decided item has left its queue; its assignment goes too.
           MOVE WS-LINE-TYPE(WS-SEL-IX) TO ITEM-TYPE OF WQA1-REC
           MOVE WS-LINE-KEY(WS-SEL-IX) TO ITEM-KEY OF WQA1-REC
           EXEC SQL
               DELETE FROM WQA1
               WHERE ITEM_TYPE = :WQA1-REC.ITEM-TYPE
                 AND ITEM_KEY = :WQA1-REC.ITEM-KEY
           END-EXEC.

       STAMP-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE-TIME(1:4)  '-'
                  WS-CURRENT-DATE-TIME(5:2)  '-'
                  WS-CURRENT-DATE-TIME(7:2)  ' '
                  WS-CURRENT-DATE-TIME(9:2)  ':'
                  WS-CURRENT-DATE-TIME(11:2) ':'
                  WS-CURRENT-DATE-TIME(13:2)
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

       FILL-WORKLIST-LINES.
      *> A screenful of the oldest open items across the queues;
      *> the rest are counted so the operator knows the list runs
      *> on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE-DIGITS
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-ITEM-TOTAL
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > 12
               MOVE SPACES TO LIST-LINE(WS-LIST-IX)
               MOVE SPACES TO WS-LINE-ENTRY(WS-LIST-IX)
           END-PERFORM
           MOVE 'N' TO WS-QUEUE-SWITCH
           EXEC SQL
               OPEN WORK-QUEUE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-QUEUE-DONE
               PERFORM FETCH-NEXT-QUEUE-ITEM
               IF NOT WS-QUEUE-DONE
                   ADD 1 TO WS-ITEM-TOTAL
                   IF WS-LINE-COUNT < 12
                       PERFORM FILL-ONE-WORKLIST-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE WORK-QUEUE-CURSOR
           END-EXEC
           IF MSGO = SPACES
               IF WS-LINE-COUNT = 0
                   MOVE 'NO WORK IS WAITING ON YOUR QUEUES'
                       TO MSGO(1:33)
               ELSE
                   MOVE WS-ITEM-TOTAL TO WS-EDIT-TOTAL
                   MOVE WS-LINE-COUNT TO WS-EDIT-LINE
                   STRING 'OLDEST ' WS-EDIT-LINE ' OF '
                          WS-EDIT-TOTAL ' OPEN ITEM(S) SHOWN'
                          ' - KEY A LINE NUMBER TO WORK OR ASSIGN'
                          DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF.

       FETCH-NEXT-QUEUE-ITEM.
           EXEC SQL
               FETCH WORK-QUEUE-CURSOR
               INTO :WS-ITEM-TYPE, :WS-ITEM-KEY, :WS-ITEM-CUSTOMER,
                    :WS-ITEM-AMOUNT, :WS-ITEM-CURRENCY,
                    :WS-ITEM-DATE, :WS-ITEM-ASSIGNEE
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-QUEUE-DONE TO TRUE
           END-IF.

       FILL-ONE-WORKLIST-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ITEM-TYPE TO WS-LINE-TYPE(WS-LINE-COUNT)
           MOVE WS-ITEM-KEY TO WS-LINE-KEY(WS-LINE-COUNT)
           PERFORM FIND-QUEUE-TYPE

      *> Payment IDs are masked to the last four digits, the way
      *> PAP2 and PAO2 list them; the full key rides in the
      *> COMMAREA.
           MOVE WS-ITEM-KEY(1:10) TO WS-ITEM-DISPLAY-ID
           IF WS-ITEM-TYPE = 'REAC' OR WS-ITEM-TYPE = 'FRAU'
              OR WS-ITEM-TYPE = 'APPR'
               MOVE '******' TO WS-ITEM-DISPLAY-ID(1:6)
           END-IF

           STRING WS-ITEM-DATE(1:4)
                  WS-ITEM-DATE(6:2)
                  WS-ITEM-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-ITEM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-ITEM-INTEGER
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > WS-QUEUE-SLA-DAYS(WS-TYPE-IX)
                   MOVE 'BREACH' TO WS-SLA-STATUS
               WHEN WS-AGE-DAYS = WS-QUEUE-SLA-DAYS(WS-TYPE-IX)
                   MOVE 'DUE' TO WS-SLA-STATUS
               WHEN OTHER
                   MOVE 'OK' TO WS-SLA-STATUS
           END-EVALUATE

           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
      *> A sanctions hit is about a name, not an amount.
           MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT
           IF WS-ITEM-TYPE = 'SANC'
               MOVE SPACES TO WS-EDIT-AMOUNT-TEXT
           END-IF
           MOVE WS-LINE-COUNT TO WS-EDIT-LINE
           STRING WS-EDIT-LINE
                  ' '
                  WS-ITEM-TYPE
                  ' '
                  WS-ITEM-DISPLAY-ID
                  ' '
                  WS-ITEM-CUSTOMER
                  ' '
                  WS-EDIT-AMOUNT
                  ' '
                  WS-ITEM-CURRENCY
                  ' '
                  WS-EDIT-AGE
                  ' '
                  WS-SLA-STATUS
                  ' '
                  WS-ITEM-ASSIGNEE
                  DELIMITED BY SIZE
                  INTO LIST-LINE(WS-LINE-COUNT).

       SEND-RESULT-MAP.
           MOVE SPACES TO LNOO
           EXEC CICS SEND MAP('WQO1MAP') MAPSET('WQO1MSD')
               FROM(WQO1O) DATAONLY
               END-EXEC.

       RE-ARM-CONVERSATION.
      *> Leave the task ready for the operator's next ENTER - the
      *> COMMAREA carries the queue and key behind each listed line
      *> so the next pick still finds its item.
           EXEC CICS RETURN
               TRANSID('WQO1')
               COMMAREA(WS-TASK-STATE)
               LENGTH(LENGTH OF WS-TASK-STATE)
               END-EXEC.
