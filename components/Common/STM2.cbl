       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared correspondence-address selection - the customer's
      *> statement address when one is kept, else CAD1's.
       COPY ADS1.
       01  ADS1-PGM                         PIC X(8) VALUE 'ADS1'.

       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Commit-interval checkpointing - CKM1 commits every so many
      *> customers and keeps the last one committed on CKP1, so a
      *> rerun of the cycle after an abend resumes after it.
       COPY CKM1 REPLACING RETURN-CODE BY CKM1-RETURN-CODE.
       01  CKM1-PGM                         PIC X(8) VALUE 'CKM1'.

       01  WS-RUN-DATE                      PIC X(10).
       01  WS-RESUME-CUSTOMER               PIC X(10) VALUE SPACES.

      *> Lines written to each file, and carried on the checkpoint -
      *> a resumed run finds any lines the failed run wrote past its
      *> last commit already on file, and reproducing those same
      *> statements skips that many lines instead of writing them
      *> twice.
       01  WS-PRINT-LINE-COUNT              PIC 9(9) VALUE 0.
       01  WS-EMAIL-LINE-COUNT              PIC 9(9) VALUE 0.
       01  WS-PRINT-SKIP-COUNT              PIC S9(9) COMP VALUE 0.
       01  WS-EMAIL-SKIP-COUNT              PIC S9(9) COMP VALUE 0.
       01  WS-FILE-EOF-SWITCH               PIC X(1).
           88  WS-FILE-AT-END               VALUE 'Y'.
       01  WS-STM2-CARRY.
           05  WS-CARRY-STATEMENT-COUNT     PIC 9(7).
           05  WS-CARRY-FILE-CHANNEL-COUNT  PIC 9(7).
           05  WS-CARRY-SUPPRESSED-COUNT    PIC 9(7).
           05  WS-CARRY-PRINT-LINE-COUNT    PIC 9(9).
           05  WS-CARRY-EMAIL-LINE-COUNT    PIC 9(9).

      *> The customer's preferred channel for statements - the
      *> 'STMT' CCT1 row wins, an 'ALL ' row covers the rest, no
      *> row at all is paper to the CAD1 address, the old behavior.
       01  WS-OPENING-PAYMENTS              PIC S9(11)V99 COMP-3.

       01  WS-STATEMENT-COUNT               PIC 9(7) VALUE 0.
       01  WS-FILE-CHANNEL-COUNT            PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-REGISTER-REF                  PIC 9(9).

       01  WS-EDIT-AMOUNT                   PIC -(9)9.99.
       01  WS-EDIT-NUMBER                   PIC ZZZZZZZZ9.
      *> digits, the way STM1 already prints it.
       01  WS-MASKED-PAYMENT-ID             PIC X(10).

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every customer on file, lowest ID first - same walk STM1's
      *> daily statement makes.
       EXEC SQL
           DECLARE CYCLE-CUSTOMER-CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME, CUSTOMER_ADDRESS,
                      OPERATING_UNIT
               FROM CAD1
               WHERE CUSTOMER_ID > :WS-RESUME-CUSTOMER
               ORDER BY CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-CARD
           PERFORM READ-RESTART-POINT
           PERFORM REGISTER-RUN-START
           PERFORM OPEN-STATEMENT-FILES
           PERFORM PRODUCE-CYCLE-STATEMENTS
           CLOSE STM2-PRINT-FILE
           CLOSE STM2-EMAIL-FILE
           MOVE 'E' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           DISPLAY "STM2 statement cycle " WS-PARM-CYCLE-MONTH
               " - " WS-STATEMENT-COUNT " statement(s) written"
           IF WS-FILE-CHANNEL-COUNT > 0
               DISPLAY "STM2: " WS-FILE-CHANNEL-COUNT
                   " customer(s) on the statement-file channel left"
                   " to STF1"
           END-IF
           IF WS-SUPPRESSED-COUNT > 0
               DISPLAY "STM2: " WS-SUPPRESSED-COUNT
                   " paper statement(s) held - address returned"
                   " mail"
           END-IF
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
               ADD 1 TO WS-MONTH
           END-IF
           STRING WS-YEAR '-' WS-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-END
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE.

       READ-RESTART-POINT.
      *> The cycle is the run - its checkpoint is kept under the
      *> cycle's first day, so a failed cycle resumes whenever it is
      *> resubmitted and a different cycle never picks it up.
           MOVE SPACES TO CKM1-COMM-AREA
           MOVE 0 TO CKM1-RETURN-CODE
           MOVE 'STM2' TO MAIN-NAME OF CKM1-COMM-AREA
           MOVE 'STM2' TO CKPT-PROGRAM
           MOVE WS-MONTH-START TO CKPT-RUN-DATE
           MOVE 'R' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA
           IF CKPT-IS-RESTART
               MOVE CKPT-KEY TO WS-RESUME-CUSTOMER
               MOVE CKPT-CARRY-DATA TO WS-STM2-CARRY
               MOVE WS-CARRY-STATEMENT-COUNT TO WS-STATEMENT-COUNT
               MOVE WS-CARRY-FILE-CHANNEL-COUNT
                   TO WS-FILE-CHANNEL-COUNT
               MOVE WS-CARRY-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT
               MOVE WS-CARRY-PRINT-LINE-COUNT TO WS-PRINT-LINE-COUNT
               MOVE WS-CARRY-EMAIL-LINE-COUNT TO WS-EMAIL-LINE-COUNT
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'STM2' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'STM2' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE CKPT-RESTART-POINT TO RUN-RESTART-POINT
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-STATEMENT-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       OPEN-STATEMENT-FILES.
      *> A fresh cycle starts both files empty. A resumed one counts
      *> what is already on each file - anything past the committed
      *> count was written after the failed run's last commit and is
      *> about to be reproduced, so that many lines are skipped -
      *> and then carries on the end of the files.
           IF CKPT-IS-RESTART
               MOVE 0 TO WS-PRINT-SKIP-COUNT
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               OPEN INPUT STM2-PRINT-FILE
               PERFORM UNTIL WS-FILE-AT-END
                   READ STM2-PRINT-FILE
                       AT END
                           SET WS-FILE-AT-END TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PRINT-SKIP-COUNT
                   END-READ
               END-PERFORM
               CLOSE STM2-PRINT-FILE
               MOVE 0 TO WS-EMAIL-SKIP-COUNT
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               OPEN INPUT STM2-EMAIL-FILE
               PERFORM UNTIL WS-FILE-AT-END
                   READ STM2-EMAIL-FILE
                       AT END
                           SET WS-FILE-AT-END TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EMAIL-SKIP-COUNT
                   END-READ
               END-PERFORM
               CLOSE STM2-EMAIL-FILE
               SUBTRACT WS-PRINT-LINE-COUNT FROM WS-PRINT-SKIP-COUNT
               SUBTRACT WS-EMAIL-LINE-COUNT FROM WS-EMAIL-SKIP-COUNT
               IF WS-PRINT-SKIP-COUNT < 0 OR WS-EMAIL-SKIP-COUNT < 0
                   DISPLAY "STM2: statement files are short of the "
                       "committed checkpoint - check STM2OUT and "
                       "STM2EML before release"
               END-IF
               OPEN EXTEND STM2-PRINT-FILE
               OPEN EXTEND STM2-EMAIL-FILE
           ELSE
               OPEN OUTPUT STM2-PRINT-FILE
               OPEN OUTPUT STM2-EMAIL-FILE
           END-IF.

       TAKE-STATEMENT-CHECKPOINT.
      *> One customer is one unit of work. Before CKM1 commits, both
      *> files are closed and reopened so every line up to the
      *> commit is really on them - lines never trail the database.
           IF CKPT-UNIT-COUNT + 1 >= CKPT-INTERVAL
               CLOSE STM2-PRINT-FILE
               CLOSE STM2-EMAIL-FILE
               OPEN EXTEND STM2-PRINT-FILE
               OPEN EXTEND STM2-EMAIL-FILE
           END-IF
           MOVE CUSTOMER-ID OF CAD1-REC TO CKPT-KEY
           MOVE WS-STATEMENT-COUNT TO WS-CARRY-STATEMENT-COUNT
           MOVE WS-FILE-CHANNEL-COUNT TO WS-CARRY-FILE-CHANNEL-COUNT
           MOVE WS-SUPPRESSED-COUNT TO WS-CARRY-SUPPRESSED-COUNT
           MOVE WS-PRINT-LINE-COUNT TO WS-CARRY-PRINT-LINE-COUNT
           MOVE WS-EMAIL-LINE-COUNT TO WS-CARRY-EMAIL-LINE-COUNT
           MOVE WS-STM2-CARRY TO CKPT-CARRY-DATA
           MOVE 'C' TO CKPT-ACTION-CODE
           CALL CKM1-PGM USING CKM1-COMM-AREA.

       PRODUCE-CYCLE-STATEMENTS.
           MOVE 'N' TO WS-CUST-SWITCH
               PERFORM FETCH-NEXT-CYCLE-CUSTOMER
               IF NOT WS-CUSTOMERS-DONE
                   PERFORM PRODUCE-ONE-STATEMENT
                   PERFORM TAKE-STATEMENT-CHECKPOINT
               END-IF
           END-PERFORM
           EXEC SQL

       PRODUCE-ONE-STATEMENT.
           PERFORM READ-STATEMENT-CHANNEL
      *> A customer on the structured-file channel gets the cycle's
      *> statement from STF1 instead, under the same STC1 number -
      *> nothing goes to the mailing house or the email file.
           IF WS-STATEMENT-CHANNEL = 'F'
               ADD 1 TO WS-FILE-CHANNEL-COUNT
           ELSE
               PERFORM PRODUCE-PRINTED-STATEMENT
           END-IF.

       PRODUCE-PRINTED-STATEMENT.
           PERFORM ASSIGN-STATEMENT-NUMBER
           MOVE CUSTOMER-ID OF CAD1-REC TO ADS1-CUSTOMER-ID
           MOVE 'STMT' TO ADS1-PURPOSE
           MOVE SPACES TO ADS1-AS-OF-DATE
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADS1-ADDRESS
           CALL ADS1-PGM USING ADS1-COMM-AREA
           MOVE ADS1-ADDRESS TO CUSTOMER-ADDRESS OF CAD1-REC
           PERFORM REGISTER-CORRESPONDENCE
           PERFORM CHECK-ARCHIVE-NEEDED
           PERFORM COMPUTE-OPENING-POSITION
           MOVE 0 TO WS-MONTH-NET
           COMPUTE WS-CLOSING-POSITION =
               WS-OPENING-POSITION + WS-MONTH-NET
           PERFORM PRINT-STATEMENT-FOOTER
           ADD 1 TO WS-STATEMENT-COUNT
           IF CRW1-PAPER-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF CAD1-REC TO CRW1-CUSTOMER-ID
           MOVE 'STM2' TO CRW1-DOCUMENT-TYPE
           MOVE STATEMENT-NUMBER OF STC1-REC TO WS-REGISTER-REF
           MOVE WS-REGISTER-REF TO CRW1-DOCUMENT-REF
           MOVE WS-MONTH-END TO CRW1-PRODUCED-DATE
           MOVE WS-STATEMENT-CHANNEL TO CRW1-CHANNEL
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF CAD1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       READ-STATEMENT-CHANNEL.
      *> The 'STMT' preference wins, an 'ALL ' row covers the rest,
      *> no row at all means paper - and phone ('P') statements
      *> still print, since a statement cannot be phoned. 'F' is the
      *> structured statement file STF1 produces.
           MOVE 'M' TO WS-STATEMENT-CHANNEL
           EXEC SQL
               SELECT CONTACT_CHANNEL
       WRITE-STATEMENT-LINE.
      *> The whole statement goes down one channel - every line of
      *> an email customer's statement lands on STM2EML, everything
      *> else on the paper file the mailing house prints - unless
      *> the address has had mail returned, when the paper copy is
      *> held back. A first production also lands each line on the
      *> STA1 archive, held or not.
           EVALUATE TRUE
               WHEN WS-STATEMENT-CHANNEL = 'E'
                   ADD 1 TO WS-EMAIL-LINE-COUNT
                   IF WS-EMAIL-SKIP-COUNT > 0
                       SUBTRACT 1 FROM WS-EMAIL-SKIP-COUNT
                   ELSE
                       WRITE STM2-EMAIL-LINE FROM STM2-PRINT-LINE
                   END-IF
               WHEN CRW1-PAPER-SUPPRESSED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-PRINT-LINE-COUNT
                   IF WS-PRINT-SKIP-COUNT > 0
                       SUBTRACT 1 FROM WS-PRINT-SKIP-COUNT
                   ELSE
                       WRITE STM2-PRINT-LINE
                   END-IF
           END-EVALUATE
           IF WS-ARCHIVE-THIS-ONE
               PERFORM ARCHIVE-STATEMENT-LINE
           END-IF.
               FROM STC1
               WHERE CUSTOMER_ID = :STC1-REC.CUSTOMER-ID
                 AND CYCLE_MONTH = :STC1-REC.CYCLE-MONTH
                 AND STATEMENT_DATE = ' '
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
               DELIMITED BY SIZE INTO STM2-PRINT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STM2-PRINT-LINE
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO STM2-PRINT-LINE(1:60)
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-OPENING-POSITION TO WS-EDIT-AMOUNT
           MOVE SPACES TO STM2-PRINT-LINE
