       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RML1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The mailing house's returned-mail file - a BIF1 header and
      *> trailer around one RML1REC row per undelivered item.
           SELECT RML1-INPUT-FILE ASSIGN TO RML1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

      *> Every returned item, matched to the register or not, for
      *> the address research desk.
           SELECT RML1-PRINT-FILE ASSIGN TO RML1RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CRG1SQL.
       COPY UDA1SQL.
       COPY ARQ1SQL.
       COPY CAD1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  RML1-INPUT-FILE.
       COPY RML1REC.

       FD  RML1-PRINT-FILE.
       01  RML1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CRG1REC.
       COPY UDA1REC.
       COPY ARQ1REC.
       COPY BDR1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Customer notes - every return leaves a line on the
      *> customer's CNT1 trail for whoever picks up the trace.
       COPY CNM1.
       01  CNM1-PGM                         PIC X(8) VALUE 'CNM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-INPUT-STATUS                  PIC X(2).
       01  WS-EOF-SWITCH                    PIC X(1) VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.

       01  WS-VALIDATE-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  END-OF-VALIDATE-PASS         VALUE 'Y'.
       01  WS-HEADER-SEEN-SWITCH            PIC X(1) VALUE 'N'.
           88  WS-HEADER-SEEN               VALUE 'Y'.
       01  WS-TRAILER-SEEN-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-TRAILER-SEEN              VALUE 'Y'.
       01  WS-VALIDATE-DETAIL-COUNT         PIC 9(9) VALUE 0.
      *> The RML1REC layout carries no amount field, so the computed
      *> hash stays zero - the trailer must agree all the same.
       01  WS-VALIDATE-HASH-TOTAL           PIC 9(13)V99 VALUE 0.

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.

       01  WS-MATCH-SWITCH                  PIC X(1).
           88  WS-ITEM-MATCHED              VALUE 'Y'.
       01  WS-OPEN-ITEM-COUNT               PIC S9(9) COMP.

       01  WS-READ-COUNT                    PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT               PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-QUEUED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Returned-mail load. Each item the mailing house sends back
      *> is found on the CRG1 correspondence register; the register
      *> row is marked returned, the address is flagged
      *> undeliverable on UDA1 so the extracts stop printing paper
      *> to it, a note goes on the customer's CNT1 trail and the
      *> customer is queued on ARQ1 for address research. Items not
      *> on the register are listed for the desk to look at by hand.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM VALIDATE-INPUT-BATCH
           OPEN INPUT RML1-INPUT-FILE
           OPEN OUTPUT RML1-PRINT-FILE
           PERFORM UNTIL END-OF-FILE
               READ RML1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF RML1-INPUT-RECORD(1:3) NOT = 'HDR'
                           AND RML1-INPUT-RECORD(1:3) NOT = 'TRL'
                           PERFORM LOAD-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RML1-INPUT-FILE
           PERFORM PRINT-FINAL-TOTALS
           CLOSE RML1-PRINT-FILE
           DISPLAY "RML1 returned-mail load for " WS-PARM-RUN-DATE
               " - read " WS-READ-COUNT ", matched "
               WS-MATCHED-COUNT ", unmatched " WS-UNMATCHED-COUNT
           DISPLAY "  addresses newly flagged undeliverable: "
               WS-FLAGGED-COUNT
           DISPLAY "  customers queued for address research: "
               WS-QUEUED-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'RML1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "RML1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'RML1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'RML1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 4 tells operations there are returns the register does
      *> not know; RC 8 that a matched return was not fully booked.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-READ-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       VALIDATE-INPUT-BATCH.
      *> Count and totals are verified across the whole file before
      *> a single return is booked - a truncated RML1IN transfer
      *> fails the run loudly here.
           MOVE 'N' TO WS-VALIDATE-EOF-SWITCH
           OPEN INPUT RML1-INPUT-FILE
           PERFORM UNTIL END-OF-VALIDATE-PASS
               READ RML1-INPUT-FILE
                   AT END
                       SET END-OF-VALIDATE-PASS TO TRUE
                   NOT AT END
                       PERFORM VALIDATE-ONE-INPUT-RECORD
               END-READ
           END-PERFORM
           CLOSE RML1-INPUT-FILE
           IF NOT WS-HEADER-SEEN
               DISPLAY "RML1: RML1IN has no header record - ending"
               STOP RUN
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "RML1: RML1IN has no trailer record - ending"
               STOP RUN
           END-IF.

       VALIDATE-ONE-INPUT-RECORD.
           EVALUATE RML1-INPUT-RECORD(1:3)
               WHEN 'HDR'
                   SET WS-HEADER-SEEN TO TRUE
               WHEN 'TRL'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE RML1-INPUT-RECORD(1:27)
                       TO BIF1-TRAILER-RECORD
                   IF BIF1-TRL-RECORD-COUNT
                       NOT = WS-VALIDATE-DETAIL-COUNT
                       DISPLAY "RML1: RML1IN trailer count "
                           BIF1-TRL-RECORD-COUNT
                           " disagrees with "
                           WS-VALIDATE-DETAIL-COUNT
                           " detail(s) read - ending"
                       STOP RUN
                   END-IF
                   IF BIF1-TRL-HASH-TOTAL
                       NOT = WS-VALIDATE-HASH-TOTAL
                       DISPLAY "RML1: RML1IN trailer hash total"
                           " disagrees with the details - ending"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VALIDATE-DETAIL-COUNT
           END-EVALUATE.

       LOAD-ONE-RETURN.
           ADD 1 TO WS-READ-COUNT
           PERFORM FIND-REGISTER-ENTRY
           IF WS-ITEM-MATCHED
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM MARK-ENTRY-RETURNED
               PERFORM FLAG-ADDRESS-UNDELIVERABLE
               PERFORM NOTE-RETURNED-MAIL
               PERFORM QUEUE-ADDRESS-RESEARCH
               STRING CUSTOMER-ID OF CRG1-REC '  '
                   RML1-DOCUMENT-TYPE '  '
                   PRODUCED-DATE OF CRG1-REC '  '
                   RML1-RETURN-REASON '  '
                   RML1-MAIL-ADDRESS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               STRING 'NOT ON REGISTER  '
                   RML1-DOCUMENT-TYPE '  '
                   RML1-RETURN-DATE '  '
                   RML1-CUSTOMER-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       FIND-REGISTER-ENTRY.
      *> The most recent paper item the extract sent that customer
      *> at that address on or before the return date, not already
      *> booked back - the item carries no reference of its own, so
      *> name, address and extract are what tie it to the register.
           MOVE 'N' TO WS-MATCH-SWITCH
           EXEC SQL
               SELECT R.CUSTOMER_ID, R.REGISTER_SEQ, R.PRODUCED_DATE
               INTO :CRG1-REC.CUSTOMER-ID, :CRG1-REC.REGISTER-SEQ,
                    :CRG1-REC.PRODUCED-DATE
               FROM CRG1 R
               INNER JOIN CAD1 C ON C.CUSTOMER_ID = R.CUSTOMER_ID
               WHERE C.CUSTOMER_NAME = :RML1-CUSTOMER-NAME
                 AND R.MAIL_ADDRESS = :RML1-MAIL-ADDRESS
                 AND R.DOCUMENT_TYPE = :RML1-DOCUMENT-TYPE
                 AND R.CONTACT_CHANNEL = 'M'
                 AND R.DELIVERY_STATUS = 'P'
                 AND R.PRODUCED_DATE <= :RML1-RETURN-DATE
               ORDER BY R.PRODUCED_DATE DESC, R.REGISTER_SEQ DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               SET WS-ITEM-MATCHED TO TRUE
           END-IF.

       MARK-ENTRY-RETURNED.
           MOVE RML1-RETURN-DATE TO RETURN-DATE OF CRG1-REC
           EXEC SQL
               UPDATE CRG1
               SET DELIVERY_STATUS = 'R',
                   RETURN_DATE = :CRG1-REC.RETURN-DATE
               WHERE CUSTOMER_ID = :CRG1-REC.CUSTOMER-ID
                 AND REGISTER_SEQ = :CRG1-REC.REGISTER-SEQ
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-ERROR
           END-IF.

       FLAG-ADDRESS-UNDELIVERABLE.
      *> One UDA1 row per customer and address - a second return to
      *> an address already flagged leaves the first flag standing;
      *> one the customer had cleared and moved back to is flagged
      *> again.
           MOVE CUSTOMER-ID OF CRG1-REC TO CUSTOMER-ID OF UDA1-REC
           MOVE RML1-MAIL-ADDRESS TO MAIL-ADDRESS OF UDA1-REC
           MOVE WS-PARM-RUN-DATE TO FLAG-DATE OF UDA1-REC
           MOVE RML1-DOCUMENT-TYPE TO DOCUMENT-TYPE OF UDA1-REC
           MOVE 'U' TO FLAG-STATUS OF UDA1-REC
           MOVE '0001-01-01' TO CLEAR-DATE OF UDA1-REC
           EXEC SQL
               INSERT INTO UDA1
                   (CUSTOMER_ID, MAIL_ADDRESS, FLAG_DATE,
                    DOCUMENT_TYPE, FLAG_STATUS, CLEAR_DATE)
               VALUES
                   (:UDA1-REC.CUSTOMER-ID, :UDA1-REC.MAIL-ADDRESS,
                    :UDA1-REC.FLAG-DATE, :UDA1-REC.DOCUMENT-TYPE,
                    :UDA1-REC.FLAG-STATUS, :UDA1-REC.CLEAR-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN -803
                   EXEC SQL
                       UPDATE UDA1
                       SET FLAG_STATUS = 'U',
                           FLAG_DATE = :UDA1-REC.FLAG-DATE,
                           DOCUMENT_TYPE = :UDA1-REC.DOCUMENT-TYPE,
                           CLEAR_DATE = :UDA1-REC.CLEAR-DATE
                       WHERE CUSTOMER_ID = :UDA1-REC.CUSTOMER-ID
                         AND MAIL_ADDRESS = :UDA1-REC.MAIL-ADDRESS
                         AND FLAG_STATUS = 'C'
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN 0
                           ADD 1 TO WS-FLAGGED-COUNT
                       WHEN 100
                           CONTINUE
                       WHEN OTHER
                           PERFORM REPORT-SQL-ERROR
                   END-EVALUATE
               WHEN OTHER
                   PERFORM REPORT-SQL-ERROR
           END-EVALUATE.

       NOTE-RETURNED-MAIL.
           MOVE SPACES TO CNM1-COMM-AREA
           MOVE 'RML1' TO MAIN-NAME OF CNM1-COMM-AREA
           MOVE CUSTOMER-ID OF CRG1-REC
               TO CUSTOMER-ID OF CNM1-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF CNM1-COMM-AREA
           STRING 'Mail returned - ' RML1-DOCUMENT-TYPE
               ' of ' PRODUCED-DATE OF CRG1-REC
               ' reason ' RML1-RETURN-REASON
               ', paper held pending a new address'
               DELIMITED BY SIZE INTO NOTE-TEXT OF CNM1-COMM-AREA
           CALL CNM1-PGM USING CNM1-COMM-AREA
           IF NOTE-STATUS OF CNM1-COMM-AREA NOT = 'S'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RML1: note not written for customer "
                   CUSTOMER-ID OF CRG1-REC " - "
                   ERROR-MESSAGE OF CNM1-COMM-AREA
           END-IF.

       QUEUE-ADDRESS-RESEARCH.
      *> One open research item per customer - further returns while
      *> the desk is already tracing them add nothing to the queue.
           MOVE CUSTOMER-ID OF CRG1-REC TO CUSTOMER-ID OF ARQ1-REC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-ITEM-COUNT
               FROM ARQ1
               WHERE CUSTOMER_ID = :ARQ1-REC.CUSTOMER-ID
                 AND QUEUE_STATUS = 'O'
           END-EXEC
           IF SQLCODE = 0 AND WS-OPEN-ITEM-COUNT = 0
               MOVE WS-PARM-RUN-DATE TO QUEUE-DATE OF ARQ1-REC
               MOVE RML1-MAIL-ADDRESS TO MAIL-ADDRESS OF ARQ1-REC
               MOVE RML1-DOCUMENT-TYPE TO DOCUMENT-TYPE OF ARQ1-REC
               MOVE 'O' TO QUEUE-STATUS OF ARQ1-REC
               MOVE '0001-01-01' TO CLOSE-DATE OF ARQ1-REC
               EXEC SQL
                   INSERT INTO ARQ1
                       (CUSTOMER_ID, QUEUE_DATE, MAIL_ADDRESS,
                        DOCUMENT_TYPE, QUEUE_STATUS, CLOSE_DATE)
                   VALUES
                       (:ARQ1-REC.CUSTOMER-ID, :ARQ1-REC.QUEUE-DATE,
                        :ARQ1-REC.MAIL-ADDRESS,
                        :ARQ1-REC.DOCUMENT-TYPE,
                        :ARQ1-REC.QUEUE-STATUS,
                        :ARQ1-REC.CLOSE-DATE)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-QUEUED-COUNT
               ELSE
                   PERFORM REPORT-SQL-ERROR
               END-IF
           END-IF.

       REPORT-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           DISPLAY "RML1: return for customer "
               CUSTOMER-ID OF CRG1-REC
               " not fully booked - " ERRM1-MESSAGE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE RML1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO RML1-PRINT-RECORD
           STRING 'RML1  RETURNED MAIL'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO RML1-PRINT-RECORD
           WRITE RML1-PRINT-RECORD
           MOVE SPACES TO RML1-PRINT-RECORD
           WRITE RML1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           STRING 'RETURNED ITEMS READ:                 '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MATCHED-COUNT TO WS-EDIT-COUNT
           STRING 'MATCHED TO THE REGISTER:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
           STRING 'NOT ON THE REGISTER:                 '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           STRING 'ADDRESSES FLAGGED UNDELIVERABLE:     '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-QUEUED-COUNT TO WS-EDIT-COUNT
           STRING 'QUEUED FOR ADDRESS RESEARCH:         '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
           STRING 'RETURNS IN ERROR:                    '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
