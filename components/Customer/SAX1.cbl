       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SAX1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The customer's copy of everything we hold on them, in one
      *> readable document sectioned by source.
           SELECT SAX1-EXPORT-FILE ASSIGN TO SAX1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CAD1SQL.
       COPY CAD1ASQL.
       COPY CAD1HSQL.
       COPY CCT1SQL.
       COPY CNT1SQL.
       COPY CRR1SQL.
       COPY BAD1SQL.
       COPY BAD1ASQL.
       COPY PAD1SQL.
       COPY PAD1ASQL.
       COPY STC1SQL.
       COPY STA1SQL.
       COPY DSP1SQL.
       COPY AUD1SQL.
       COPY SAL1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  SAX1-EXPORT-FILE.
       01  SAX1-EXPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1REC.
       COPY CAD1AREC.
       COPY CAD1HREC.
       COPY CCT1REC.
       COPY CNT1REC.
       COPY CRR1REC.
       COPY BAD1REC.
       COPY PAD1REC.
       COPY STC1REC.
       COPY STA1REC.
       COPY DSP1REC.
       COPY AUD1REC.
       COPY SAL1REC.
       COPY BDR1REC.

      *> Shared ID-format validation
       COPY IDV1.
       01  IDV1-PGM                         PIC X(8) VALUE 'IDV1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Customer, operator and the customer's own request reference
      *> come in on the parm card.
       01  WS-PARM-CARD.
           05  WS-PARM-CUSTOMER-ID          PIC X(10).
           05  FILLER                       PIC X(1).
           05  WS-PARM-USER-ID              PIC X(8).
           05  FILLER                       PIC X(1).
           05  WS-PARM-REQUEST-REF          PIC X(20).

       01  WS-EXPORT-STATUS                 PIC X(2).
       01  WS-EXPORT-LINE                   PIC X(132).
       01  WS-RUN-DATE                      PIC X(10).
       01  WS-CURRENT-DATE                  PIC X(21).
       01  WS-RUN-TIMESTAMP                 PIC X(20).

       01  WS-ROW-SWITCH                    PIC X(1).
           88  WS-ROWS-DONE                 VALUE 'Y'.
       01  WS-SECTION-COUNT                 PIC 9(7).
       01  WS-LINE-TOTAL                    PIC 9(7) VALUE 0.
       01  WS-PREV-STATEMENT                PIC S9(9) COMP.
       01  WS-LOGGED-SWITCH                 PIC X(1) VALUE 'Y'.
           88  WS-EXPORT-LOGGED             VALUE 'Y'.

      *> Where a row came from - the live table or its archive.
       01  WS-ROW-SOURCE                    PIC X(7).

       01  WS-EDIT-AMOUNT                   PIC -(9)9.99.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-STATEMENT                PIC Z(8)9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE NAME-HISTORY-CURSOR CURSOR FOR
               SELECT EFFECTIVE_DATE, CUSTOMER_NAME, CUSTOMER_ADDRESS
               FROM CAD1_HIST
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY EFFECTIVE_DATE
       END-EXEC.

       EXEC SQL
           DECLARE CONTACT-CURSOR CURSOR FOR
               SELECT DOCUMENT_TYPE, CONTACT_CHANNEL, CONTACT_DETAIL
               FROM CCT1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY DOCUMENT_TYPE
       END-EXEC.

       EXEC SQL
           DECLARE NOTE-CURSOR CURSOR FOR
               SELECT NOTE_TIMESTAMP, NOTE_TEXT
               FROM CNT1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY NOTE_SEQ
       END-EXEC.

      *> Live and archived transactions in one date order - the
      *> customer is owed both, and need not know where ARC1 moved
      *> the older ones.
       EXEC SQL
           DECLARE TRANSACTION-CURSOR CURSOR FOR
               SELECT TRANSACTION_ID, TRANSACTION_DATE,
                      TRANSACTION_TYPE_CODE, TRANSACTION_AMOUNT,
                      'LIVE   '
               FROM BAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               UNION ALL
               SELECT TRANSACTION_ID, TRANSACTION_DATE,
                      TRANSACTION_TYPE_CODE, TRANSACTION_AMOUNT,
                      'ARCHIVE'
               FROM BAD1_ARCH
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY 2, 1
       END-EXEC.

       EXEC SQL
           DECLARE PAYMENT-CURSOR CURSOR FOR
               SELECT PAYMENT_ID, PAYMENT_DATE, PAYMENT_CURRENCY,
                      PAYMENT_AMOUNT, PAYMENT_STATUS_CODE, 'LIVE   '
               FROM PAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               UNION ALL
               SELECT PAYMENT_ID, PAYMENT_DATE, PAYMENT_CURRENCY,
                      PAYMENT_AMOUNT, PAYMENT_STATUS_CODE, 'ARCHIVE'
               FROM PAD1_ARCH
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY 2, 1
       END-EXEC.

      *> Every statement line as issued, off the STA1 archive STR1
      *> reprints from.
       EXEC SQL
           DECLARE STATEMENT-CURSOR CURSOR FOR
               SELECT C.CYCLE_MONTH, C.STATEMENT_NUMBER,
                      A.LINE_TEXT
               FROM STC1 C
               INNER JOIN STA1 A
                   ON A.STATEMENT_NUMBER = C.STATEMENT_NUMBER
               WHERE C.CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY C.STATEMENT_NUMBER, A.LINE_SEQ
       END-EXEC.

       EXEC SQL
           DECLARE DISPUTE-CURSOR CURSOR FOR
               SELECT DISPUTE_ID, DISPUTED_ID, DISPUTE_TYPE,
                      DISPUTE_STATUS, OPEN_DATE, RESOLVE_DATE
               FROM DSP1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               ORDER BY OPEN_DATE, DISPUTE_ID
       END-EXEC.

      *> The customer's audit rows, less the internal-only work:
      *> sanctions screening decisions (SCD1), fraud case
      *> dispositions (FRM1) and legal holds (LGM1) are never
      *> disclosed to the subject.
       EXEC SQL
           DECLARE AUDIT-CURSOR CURSOR FOR
               SELECT MODULE_NAME, AUDIT_TIMESTAMP, STATUS_CODE
               FROM AUD1
               WHERE AUDIT_ID = :WS-PARM-CUSTOMER-ID
                 AND ROW_TYPE <> 'A'
                 AND MODULE_NAME NOT IN ('SCD1', 'FRM1', 'LGM1')
               ORDER BY AUDIT_TIMESTAMP
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Data subject access export - when a customer asks for a
      *> copy of everything we hold on them, one run writes it to
      *> a single readable file instead of days of screenshots of
      *> CSI1 and the archive inquiry. The customer's profile and
      *> its history, contact preferences, notes, rating, live and
      *> archived transactions and payments, issued statements,
      *> disputes and audit trail each get a section. Internal-only
      *> material - fraud case work and SCQ1 screening - is left
      *> out, and every export is logged on SAL1.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT SAX1-EXPORT-FILE
           PERFORM EXPORT-PROFILE
           PERFORM EXPORT-NAME-HISTORY
           PERFORM EXPORT-CONTACTS
           PERFORM EXPORT-NOTES
           PERFORM EXPORT-RATING
           PERFORM EXPORT-TRANSACTIONS
           PERFORM EXPORT-PAYMENTS
           PERFORM EXPORT-STATEMENTS
           PERFORM EXPORT-DISPUTES
           PERFORM EXPORT-AUDIT-TRAIL
           MOVE 'END OF EXPORT' TO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           CLOSE SAX1-EXPORT-FILE
           PERFORM LOG-EXPORT
           DISPLAY "SAX1 access export for customer "
               WS-PARM-CUSTOMER-ID " - lines " WS-LINE-TOTAL
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM READ-BUSINESS-DATE
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           MOVE WS-PARM-CUSTOMER-ID TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               DISPLAY "SAX1: " IDV1-REASON " - ending"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'SAX1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "SAX1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'SAX1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'SAX1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 8 tells operations the export went out unlogged.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-LINE-TOTAL TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF NOT WS-EXPORT-LOGGED
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       EXPORT-PROFILE.
      *> A customer ARC1 has archived off CAD1 is still owed their
      *> record - the archived row stands in for the live one.
           STRING 'PERSONAL DATA HELD FOR CUSTOMER '
               WS-PARM-CUSTOMER-ID '   PRODUCED ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           IF WS-PARM-REQUEST-REF NOT = SPACES
               STRING 'YOUR REFERENCE ' WS-PARM-REQUEST-REF
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF
           MOVE 'CUSTOMER PROFILE' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           EXEC SQL
               SELECT CUSTOMER_DATE, CUSTOMER_NAME, CUSTOMER_ADDRESS,
                      CUSTOMER_STATUS_CODE
               INTO :CAD1-REC.CUSTOMER-DATE,
                    :CAD1-REC.CUSTOMER-NAME,
                    :CAD1-REC.CUSTOMER-ADDRESS,
                    :CAD1-REC.CUSTOMER-STATUS-CODE
               FROM CAD1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT CUSTOMER_DATE, CUSTOMER_NAME,
                          CUSTOMER_ADDRESS, CUSTOMER_STATUS_CODE
                   INTO :CAD1-REC.CUSTOMER-DATE,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS,
                        :CAD1-REC.CUSTOMER-STATUS-CODE
                   FROM CAD1_ARCH
                   WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE '  (no customer record held)' TO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
           ELSE
               STRING '  NAME     ' CUSTOMER-NAME OF CAD1-REC
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
               STRING '  ADDRESS  ' CUSTOMER-ADDRESS OF CAD1-REC
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
               STRING '  SINCE    ' CUSTOMER-DATE OF CAD1-REC
                   '   STATUS ' CUSTOMER-STATUS-CODE OF CAD1-REC
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF.

       EXPORT-NAME-HISTORY.
           MOVE 'PREVIOUS NAMES AND ADDRESSES' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN NAME-HISTORY-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH NAME-HISTORY-CURSOR
                   INTO :CAD1-HIST-REC.EFFECTIVE-DATE,
                        :CAD1-HIST-REC.CUSTOMER-NAME,
                        :CAD1-HIST-REC.CUSTOMER-ADDRESS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   STRING '  ' EFFECTIVE-DATE OF CAD1-HIST-REC
                       ' ' CUSTOMER-NAME OF CAD1-HIST-REC
                       ' ' CUSTOMER-ADDRESS OF CAD1-HIST-REC
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE NAME-HISTORY-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-CONTACTS.
           MOVE 'CONTACT PREFERENCES' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN CONTACT-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH CONTACT-CURSOR
                   INTO :CCT1-REC.DOCUMENT-TYPE,
                        :CCT1-REC.CONTACT-CHANNEL,
                        :CCT1-REC.CONTACT-DETAIL
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   STRING '  ' DOCUMENT-TYPE OF CCT1-REC
                       ' CHANNEL ' CONTACT-CHANNEL OF CCT1-REC
                       ' ' CONTACT-DETAIL OF CCT1-REC
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CONTACT-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-NOTES.
           MOVE 'NOTES RECORDED ABOUT YOU' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN NOTE-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH NOTE-CURSOR
                   INTO :CNT1-REC.NOTE-TIMESTAMP,
                        :CNT1-REC.NOTE-TEXT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   STRING '  ' NOTE-TIMESTAMP OF CNT1-REC
                       ' ' NOTE-TEXT OF CNT1-REC
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE NOTE-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-RATING.
           MOVE 'RISK RATING' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           EXEC SQL
               SELECT RISK_RATING, RATING_DATE
               INTO :CRR1-REC.RISK-RATING, :CRR1-REC.RATING-DATE
               FROM CRR1
               WHERE CUSTOMER_ID = :WS-PARM-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0
               STRING '  RATING ' RISK-RATING OF CRR1-REC
                   ' SET ' RATING-DATE OF CRR1-REC
                   DELIMITED BY SIZE INTO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
           ELSE
               MOVE 0 TO WS-SECTION-COUNT
               PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       EXPORT-TRANSACTIONS.
           MOVE 'ACCOUNT TRANSACTIONS' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN TRANSACTION-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH TRANSACTION-CURSOR
                   INTO :BAD1-REC.TRANSACTION-ID,
                        :BAD1-REC.TRANSACTION-DATE,
                        :BAD1-REC.TRANSACTION-TYPE-CODE,
                        :BAD1-REC.TRANSACTION-AMOUNT,
                        :WS-ROW-SOURCE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   MOVE TRANSACTION-AMOUNT OF BAD1-REC
                       TO WS-EDIT-AMOUNT
                   STRING '  ' TRANSACTION-ID OF BAD1-REC
                       ' ' TRANSACTION-DATE OF BAD1-REC
                       ' ' TRANSACTION-TYPE-CODE OF BAD1-REC
                       ' ' WS-EDIT-AMOUNT
                       ' ' WS-ROW-SOURCE
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE TRANSACTION-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-PAYMENTS.
           MOVE 'PAYMENTS' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN PAYMENT-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH PAYMENT-CURSOR
                   INTO :PAD1-REC.PAYMENT-ID,
                        :PAD1-REC.PAYMENT-DATE,
                        :PAD1-REC.PAYMENT-CURRENCY,
                        :PAD1-REC.PAYMENT-AMOUNT,
                        :PAD1-REC.PAYMENT-STATUS-CODE,
                        :WS-ROW-SOURCE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   MOVE PAYMENT-AMOUNT OF PAD1-REC TO WS-EDIT-AMOUNT
                   STRING '  ' PAYMENT-ID OF PAD1-REC
                       ' ' PAYMENT-DATE OF PAD1-REC
                       ' ' PAYMENT-CURRENCY OF PAD1-REC
                       ' ' WS-EDIT-AMOUNT
                       ' ' PAYMENT-STATUS-CODE OF PAD1-REC
                       ' ' WS-ROW-SOURCE
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE PAYMENT-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-STATEMENTS.
      *> Each statement reproduced line for line under a heading
      *> naming its cycle and number.
           MOVE 'STATEMENTS ISSUED' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-PREV-STATEMENT
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN STATEMENT-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH STATEMENT-CURSOR
                   INTO :STC1-REC.CYCLE-MONTH,
                        :STC1-REC.STATEMENT-NUMBER,
                        :STA1-REC.LINE-TEXT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   IF STATEMENT-NUMBER OF STC1-REC
                       NOT = WS-PREV-STATEMENT
                       MOVE STATEMENT-NUMBER OF STC1-REC
                           TO WS-PREV-STATEMENT
                           WS-EDIT-STATEMENT
                       MOVE SPACES TO SAX1-EXPORT-RECORD
                       WRITE SAX1-EXPORT-RECORD
                       STRING '  --- STATEMENT ' WS-EDIT-STATEMENT
                           ' FOR ' CYCLE-MONTH OF STC1-REC ' ---'
                           DELIMITED BY SIZE INTO WS-EXPORT-LINE
                       PERFORM WRITE-EXPORT-LINE
                   END-IF
                   MOVE LINE-TEXT OF STA1-REC TO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE STATEMENT-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-DISPUTES.
           MOVE 'DISPUTES' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN DISPUTE-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH DISPUTE-CURSOR
                   INTO :DSP1-REC.DISPUTE-ID,
                        :DSP1-REC.DISPUTED-ID,
                        :DSP1-REC.DISPUTE-TYPE,
                        :DSP1-REC.DISPUTE-STATUS,
                        :DSP1-REC.OPEN-DATE,
                        :DSP1-REC.RESOLVE-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   IF RESOLVE-DATE OF DSP1-REC = '0001-01-01'
                       MOVE SPACES TO RESOLVE-DATE OF DSP1-REC
                   END-IF
                   STRING '  ' DISPUTE-ID OF DSP1-REC
                       ' ON ' DISPUTED-ID OF DSP1-REC
                       ' TYPE ' DISPUTE-TYPE OF DSP1-REC
                       ' STATUS ' DISPUTE-STATUS OF DSP1-REC
                       ' OPENED ' OPEN-DATE OF DSP1-REC
                       ' RESOLVED ' RESOLVE-DATE OF DSP1-REC
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE DISPUTE-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-AUDIT-TRAIL.
           MOVE 'SYSTEM ACTIONS ON YOUR RECORD' TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-ROW-SWITCH
           EXEC SQL OPEN AUDIT-CURSOR END-EXEC
           PERFORM UNTIL WS-ROWS-DONE
               EXEC SQL
                   FETCH AUDIT-CURSOR
                   INTO :AUD1-MODULE-NAME, :AUD1-TIMESTAMP,
                        :AUD1-STATUS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ROWS-DONE TO TRUE
               ELSE
                   STRING '  ' AUD1-TIMESTAMP
                       ' ' AUD1-MODULE-NAME
                       ' STATUS ' AUD1-STATUS
                       DELIMITED BY SIZE INTO WS-EXPORT-LINE
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE AUDIT-CURSOR END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO SAX1-EXPORT-RECORD
           WRITE SAX1-EXPORT-RECORD
           PERFORM WRITE-EXPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT.

       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-COUNT = 0
               MOVE '  (none held)' TO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF.

       WRITE-EXPORT-LINE.
           WRITE SAX1-EXPORT-RECORD FROM WS-EXPORT-LINE
           ADD 1 TO WS-LINE-TOTAL
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-EXPORT-LINE.

       LOG-EXPORT.
      *> The compliance record of the export - a failure here is
      *> reported loudly, since an unlogged export cannot be shown
      *> to have been answered.
           MOVE WS-PARM-CUSTOMER-ID TO CUSTOMER-ID OF SAL1-REC
           MOVE WS-RUN-TIMESTAMP TO EXPORT-TIMESTAMP OF SAL1-REC
           MOVE WS-RUN-DATE TO EXPORT-DATE OF SAL1-REC
           MOVE WS-PARM-REQUEST-REF TO REQUEST-REF OF SAL1-REC
           MOVE WS-PARM-USER-ID TO EXPORT-USER OF SAL1-REC
           MOVE WS-LINE-TOTAL TO LINE-COUNT OF SAL1-REC
           EXEC SQL
               INSERT INTO SAL1
                   (CUSTOMER_ID, EXPORT_TIMESTAMP, EXPORT_DATE,
                    REQUEST_REF, EXPORT_USER, LINE_COUNT)
               VALUES
                   (:SAL1-REC.CUSTOMER-ID,
                    :SAL1-REC.EXPORT-TIMESTAMP,
                    :SAL1-REC.EXPORT-DATE,
                    :SAL1-REC.REQUEST-REF,
                    :SAL1-REC.EXPORT-USER,
                    :SAL1-REC.LINE-COUNT)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "SAX1: export NOT logged on SAL1, SQLCODE "
                   SQLCODE
               MOVE 'N' TO WS-LOGGED-SWITCH
           END-IF.
