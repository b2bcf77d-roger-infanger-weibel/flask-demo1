       COPY IDV1.
       01  IDV1-PGM                         PIC X(8) VALUE 'IDV1'.

      *> Shared correspondence-address selection - the customer's
      *> registered office address when one is kept, else CAD1's.
       COPY ADS1.
       01  ADS1-PGM                         PIC X(8) VALUE 'ADS1'.

       01  WS-SELECT-STATUS                 PIC X(2).
       01  WS-LETTER-STATUS                 PIC X(2).
       01  WS-EOF-SWITCH                    PIC X(1) VALUE 'N'.

       01  WS-PRIOR-YEAR                    PIC 9(4).
       01  WS-LETTER-COUNT                  PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-POSITION-COUNT             PIC 9(7) VALUE 0.
       01  WS-POSITION-LINE-COUNT           PIC 9(5).

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every customer holding a daily position at or before the
           DISPLAY "BCF1 balance confirmations as of "
               WS-PARM-AS-OF-DATE
           DISPLAY "  letter lines written:     " WS-LETTER-COUNT
           DISPLAY "  held - address returned:  " WS-SUPPRESSED-COUNT
           DISPLAY "  customers with no position as of the date: "
               WS-NO-POSITION-COUNT
           STOP RUN.
               DISPLAY "  Customer " CUSTOMER-ID OF CBH1-REC
                   " is not on CAD1 - no letter"
           ELSE
               MOVE CUSTOMER-ID OF CBH1-REC TO ADS1-CUSTOMER-ID
               MOVE 'REGD' TO ADS1-PURPOSE
               MOVE SPACES TO ADS1-AS-OF-DATE
               MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADS1-ADDRESS
               CALL ADS1-PGM USING ADS1-COMM-AREA
               MOVE ADS1-ADDRESS TO CUSTOMER-ADDRESS OF CAD1-REC
               PERFORM WRITE-POSITION-LETTERS
           END-IF.

           MOVE WS-PARM-AS-OF-DATE TO BCF1-LTR-AS-OF-DATE
           MOVE BALANCE-CURRENCY OF CBH1-REC TO BCF1-LTR-CURRENCY
           MOVE BALANCE-AMOUNT OF CBH1-REC TO BCF1-LTR-AMOUNT
           PERFORM REGISTER-CORRESPONDENCE
           IF CRW1-PAPER-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               WRITE BCF1-LETTER-RECORD
           END-IF.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF CBH1-REC TO CRW1-CUSTOMER-ID
           MOVE 'BCF1' TO CRW1-DOCUMENT-TYPE
           MOVE BALANCE-CURRENCY OF CBH1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-AS-OF-DATE TO CRW1-PRODUCED-DATE
           MOVE 'M' TO CRW1-CHANNEL
           MOVE BCF1-LTR-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF CBH1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.
