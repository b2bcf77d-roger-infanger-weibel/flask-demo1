       COPY CAD1REC.
       COPY CCT1REC.

      *> Shared correspondence-address selection - the customer's
      *> general mailing address when one is kept, else CAD1's.
       COPY ADS1.
       01  ADS1-PGM                         PIC X(8) VALUE 'ADS1'.

       01  WS-LETTER-STATUS                 PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

       01  WS-ORIGINAL-AMOUNT               PIC S9(9)V99 COMP-3.
       01  WS-LETTER-COUNT                  PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-CUSTOMER-COUNT             PIC 9(7) VALUE 0.

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every reversal row PAM3 wrote on the run date, joined to the
               WHERE P.PAYMENT_STATUS_CODE = 'R'
                 AND P.PAYMENT_DATE = :WS-PARM-RUN-DATE
                 AND P.ORIGINAL_PAYMENT_ID <> ' '
                 AND P.PAYMENT_AMOUNT < 0
               ORDER BY P.ORIGINAL_PAYMENT_ID
       END-EXEC.

               WS-PARM-RUN-DATE
           DISPLAY "  paper letters written: " WS-LETTER-COUNT
           DISPLAY "  email letters written: " WS-EMAIL-COUNT
           DISPLAY "  paper held - returned: " WS-SUPPRESSED-COUNT
           STOP RUN.

       READ-PARM-CARD.

       WRITE-ONE-LETTER.
           MOVE CUSTOMER-NAME OF CAD1-REC TO RJL1-CUSTOMER-NAME
           MOVE CUSTOMER-ID OF CAD1-REC TO ADS1-CUSTOMER-ID
           MOVE 'MAIL' TO ADS1-PURPOSE
           MOVE WS-PARM-RUN-DATE TO ADS1-AS-OF-DATE
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADS1-ADDRESS
           CALL ADS1-PGM USING ADS1-COMM-AREA
           MOVE ADS1-ADDRESS TO RJL1-CUSTOMER-ADDRESS
           MOVE '******' TO RJL1-PAYMENT-REF(1:6)
           MOVE ORIGINAL-PAYMENT-ID OF PAD1-REC(7:4)
               TO RJL1-PAYMENT-REF(7:4)
           MOVE PAYMENT-CURRENCY OF PAD1-REC
               TO RJL1-PAYMENT-CURRENCY
           PERFORM READ-LETTER-CHANNEL
           PERFORM REGISTER-CORRESPONDENCE
           EVALUATE TRUE
               WHEN WS-LETTER-CHANNEL = 'E'
                   WRITE RJL1-EMAIL-RECORD FROM RJL1-LETTER-RECORD
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN CRW1-PAPER-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   WRITE RJL1-LETTER-RECORD
                   ADD 1 TO WS-LETTER-COUNT
           END-EVALUATE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF CAD1-REC TO CRW1-CUSTOMER-ID
           MOVE 'RJL1' TO CRW1-DOCUMENT-TYPE
           MOVE ORIGINAL-PAYMENT-ID OF PAD1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE RJL1-CUSTOMER-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF CAD1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       READ-LETTER-CHANNEL.
