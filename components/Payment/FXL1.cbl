       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FXL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Treasury's copy goes to a proper print file, the same as
      *> the FXR1 margin report.
           SELECT FXL1-PRINT-FILE ASSIGN TO FXL1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       *> Include the dclgen Db2 layouts
       COPY FXQ1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  FXL1-PRINT-FILE.
       01  FXL1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       *> Include the Db2 host fields
       COPY FXQ1REC.
       COPY BDR1REC.

      *> Shared FX pricing - values each open quote at today's mid.
       COPY FXP1.
       01  FXP1-PGM                         PIC X(8) VALUE 'FXP1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before anything runs.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals line.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-QUOTE-NUMBER             PIC Z(8)9.
       01  WS-EDIT-RATE1                    PIC ZZZZ9.999999.
       01  WS-EDIT-RATE2                    PIC ZZZZ9.999999.
       01  WS-EDIT-AMT1                     PIC -(11)9.99.
       01  WS-EDIT-AMT2                     PIC -(11)9.99.
       01  WS-QUOTE-STATE                   PIC X(10).

       01  WS-QUOTE-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-QUOTES-DONE               VALUE 'Y'.
       01  WS-LOCKED-AMOUNT                 PIC S9(11)V99 COMP-3.
       01  WS-TODAY-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-EXPOSURE-AMOUNT               PIC S9(11)V99 COMP-3.

       01  WS-QUOTE-COUNT                   PIC 9(7) VALUE 0.
       01  WS-LAPSED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT                 PIC S9(9) COMP VALUE 0.
       01  WS-EXPOSURE-TOTAL                PIC S9(11)V99 COMP-3
           VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every quote still holding a rate - open ones not yet on a
      *> payment and ones attached to a payment PAM5 has not cleared.
       EXEC SQL
           DECLARE FX-OPEN-QUOTE-CURSOR CURSOR FOR
               SELECT QUOTE_NUMBER, QUOTE_DATE, EXPIRY_DATE,
                      CUSTOMER_ID, FROM_CURRENCY, TO_CURRENCY,
                      QUOTE_AMOUNT, CUSTOMER_RATE, QUOTE_STATUS,
                      PAYMENT_ID
               FROM FXQ1
               WHERE QUOTE_STATUS IN ('O', 'A')
               ORDER BY FROM_CURRENCY, TO_CURRENCY, QUOTE_NUMBER
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Nightly locked-quote report for Treasury. Quotes nobody
      *> used before their expiry are closed off first; every quote
      *> still holding a rate is then valued at today's EXR1 mid
      *> through FXP1 - the exposure is what the locked rate brings
      *> in less what the same amount costs today, so a negative
      *> figure is a quote the market has moved against.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           PERFORM EXPIRE-UNUSED-QUOTES
           OPEN OUTPUT FXL1-PRINT-FILE
           MOVE 'QUOTE NO  PAIR     CUSTOMER    EXPIRES' TO
               WS-PRINT-LINE(1:39)
           MOVE 'AMOUNT' TO WS-PRINT-LINE(54:6)
           MOVE 'LOCKED RATE   TODAY MID' TO WS-PRINT-LINE(63:23)
           MOVE 'EXPOSURE' TO WS-PRINT-LINE(96:8)
           MOVE 'STATE' TO WS-PRINT-LINE(107:5)
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-OPEN-QUOTES
           PERFORM PRINT-FINAL-TOTALS
           CLOSE FXL1-PRINT-FILE
           DISPLAY "FXL1 locked FX quote report written for "
               WS-PARM-RUN-DATE
           PERFORM REGISTER-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           ELSE
               DISPLAY "FXL1: run date " WS-PARM-RUN-DATE
                   " overridden by parm card"
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'FXL1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "FXL1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       READ-BUSINESS-DATE.
      *> One source of truth for "what day is it" - the BDR1
      *> register EOD1 advances each night. An empty register falls
      *> back to today's calendar date.
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

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'FXL1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'FXL1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-QUOTE-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       EXPIRE-UNUSED-QUOTES.
      *> An open quote past its expiry was never put on a payment -
      *> it no longer holds a rate for anybody. Attached quotes are
      *> left for PAM5 to settle, which warns the operator that the
      *> payment is clearing at the current rate.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXPIRED-COUNT
               FROM FXQ1
               WHERE QUOTE_STATUS = 'O'
                 AND EXPIRY_DATE < :WS-PARM-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-EXPIRED-COUNT
           END-IF
           EXEC SQL
               UPDATE FXQ1
               SET QUOTE_STATUS = 'X'
               WHERE QUOTE_STATUS = 'O'
                 AND EXPIRY_DATE < :WS-PARM-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FXL1: unable to expire unused quotes, SQLCODE "
                   SQLCODE
               MOVE 0 TO WS-EXPIRED-COUNT
           END-IF.

       REPORT-OPEN-QUOTES.
           MOVE 'N' TO WS-QUOTE-SWITCH
           EXEC SQL
               OPEN FX-OPEN-QUOTE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-QUOTES-DONE
               EXEC SQL
                   FETCH FX-OPEN-QUOTE-CURSOR
                   INTO :FXQ1-REC.QUOTE-NUMBER,
                        :FXQ1-REC.QUOTE-DATE,
                        :FXQ1-REC.EXPIRY-DATE,
                        :FXQ1-REC.CUSTOMER-ID,
                        :FXQ1-REC.FROM-CURRENCY,
                        :FXQ1-REC.TO-CURRENCY,
                        :FXQ1-REC.QUOTE-AMOUNT,
                        :FXQ1-REC.CUSTOMER-RATE,
                        :FXQ1-REC.QUOTE-STATUS,
                        :FXQ1-REC.PAYMENT-ID
               END-EXEC
               IF SQLCODE = 100
                   SET WS-QUOTES-DONE TO TRUE
               ELSE
                   PERFORM REPORT-ONE-QUOTE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FX-OPEN-QUOTE-CURSOR
           END-EXEC.

       REPORT-ONE-QUOTE.
           ADD 1 TO WS-QUOTE-COUNT
           MOVE SPACES TO FXP1-COMM-AREA
           MOVE CUSTOMER-ID OF FXQ1-REC TO FXP1-CUSTOMER-ID
           MOVE FROM-CURRENCY OF FXQ1-REC TO FXP1-FROM-CURRENCY
           MOVE TO-CURRENCY OF FXQ1-REC TO FXP1-TO-CURRENCY
           MOVE QUOTE-AMOUNT OF FXQ1-REC TO FXP1-AMOUNT
           MOVE 0 TO FXP1-QUOTE-NUMBER
           CALL FXP1-PGM USING FXP1-COMM-AREA
           COMPUTE WS-LOCKED-AMOUNT ROUNDED =
               QUOTE-AMOUNT OF FXQ1-REC * CUSTOMER-RATE OF FXQ1-REC
           MOVE 0 TO WS-EXPOSURE-AMOUNT
           MOVE 0 TO WS-TODAY-AMOUNT
           IF FXP1-RATE-FOUND
               MOVE FXP1-MID-AMOUNT TO WS-TODAY-AMOUNT
               COMPUTE WS-EXPOSURE-AMOUNT =
                   WS-LOCKED-AMOUNT - WS-TODAY-AMOUNT
           ELSE
               MOVE 0 TO FXP1-MID-RATE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
      *> An attached quote past its expiry no longer protects the
      *> payment - it will clear at the current rate, so it carries
      *> no exposure of its own.
           EVALUATE TRUE
               WHEN EXPIRY-DATE OF FXQ1-REC < WS-PARM-RUN-DATE
                   MOVE 'LAPSED' TO WS-QUOTE-STATE
                   MOVE 0 TO WS-EXPOSURE-AMOUNT
                   ADD 1 TO WS-LAPSED-COUNT
               WHEN NOT FXP1-RATE-FOUND
                   MOVE 'NO RATE' TO WS-QUOTE-STATE
               WHEN QUOTE-STATUS OF FXQ1-REC = 'A'
                   MOVE 'ATTACHED' TO WS-QUOTE-STATE
               WHEN OTHER
                   MOVE 'OPEN' TO WS-QUOTE-STATE
           END-EVALUATE
           ADD WS-EXPOSURE-AMOUNT TO WS-EXPOSURE-TOTAL
           MOVE QUOTE-NUMBER OF FXQ1-REC TO WS-EDIT-QUOTE-NUMBER
           MOVE QUOTE-AMOUNT OF FXQ1-REC TO WS-EDIT-AMT1
           MOVE CUSTOMER-RATE OF FXQ1-REC TO WS-EDIT-RATE1
           MOVE FXP1-MID-RATE TO WS-EDIT-RATE2
           MOVE WS-EXPOSURE-AMOUNT TO WS-EDIT-AMT2
           STRING WS-EDIT-QUOTE-NUMBER ' '
               FROM-CURRENCY OF FXQ1-REC '/'
               TO-CURRENCY OF FXQ1-REC '  '
               CUSTOMER-ID OF FXQ1-REC '  '
               EXPIRY-DATE OF FXQ1-REC ' '
               WS-EDIT-AMT1 '  ' WS-EDIT-RATE1 '  ' WS-EDIT-RATE2
               ' ' WS-EDIT-AMT2 '  ' WS-QUOTE-STATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE FXL1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO FXL1-PRINT-RECORD
           STRING 'FXL1  OPEN LOCKED FX QUOTES AND EXPOSURE'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO FXL1-PRINT-RECORD
           WRITE FXL1-PRINT-RECORD
           MOVE SPACES TO FXL1-PRINT-RECORD
           WRITE FXL1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-QUOTE-COUNT TO WS-EDIT-COUNT
           STRING 'QUOTES HOLDING A RATE:               '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LAPSED-COUNT TO WS-EDIT-COUNT
           STRING 'LAPSED - WILL CLEAR AT CURRENT RATE: '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
           STRING 'NO EXR1 RATE TO VALUE AGAINST:       '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           STRING 'UNUSED QUOTES EXPIRED THIS RUN:      '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXPOSURE-TOTAL TO WS-EDIT-AMT2
           STRING 'TOTAL EXPOSURE AGAINST TODAY:  '
               WS-EDIT-AMT2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
