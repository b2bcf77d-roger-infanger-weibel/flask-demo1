       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared correspondence-address selection - the customer's
      *> general mailing address when one is kept, else CAD1's.
       COPY ADS1.
       01  ADS1-PGM                         PIC X(8) VALUE 'ADS1'.


      *> Threshold-based operator alerting (see ALM1)
       COPY ALM1.

       01  WS-WATCH-COUNT                   PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT                  PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-RECOVERED-COUNT               PIC S9(9) COMP VALUE 0.

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every position under the watch threshold after tonight's
           DISPLAY " "
           DISPLAY "Positions on watch:          " WS-WATCH-COUNT
           DISPLAY "Notice letters written:      " WS-NOTICE-COUNT
           DISPLAY "Paper held - returned:       " WS-SUPPRESSED-COUNT
           DISPLAY "Positions recovered today:   " WS-RECOVERED-COUNT
           PERFORM RAISE-OPERATOR-ALERTS
           DISPLAY "================================================="
           ADD 1 TO WS-NOTICE-COUNT
           MOVE SPACES TO NGW1-LETTER-RECORD
           MOVE CUSTOMER-NAME OF CAD1-REC TO NGW1-LTR-NAME
           MOVE CUSTOMER-ID OF CBL1-REC TO ADS1-CUSTOMER-ID
           MOVE 'MAIL' TO ADS1-PURPOSE
           MOVE WS-PARM-RUN-DATE TO ADS1-AS-OF-DATE
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADS1-ADDRESS
           CALL ADS1-PGM USING ADS1-COMM-AREA
           MOVE ADS1-ADDRESS TO NGW1-LTR-ADDRESS
           MOVE BALANCE-CURRENCY OF CBL1-REC TO NGW1-LTR-CURRENCY
           MOVE BALANCE-AMOUNT OF CBL1-REC TO NGW1-LTR-AMOUNT
           MOVE NEG-DAYS OF NGW1-REC TO NGW1-LTR-NEG-DAYS
           PERFORM READ-LETTER-CHANNEL
           PERFORM REGISTER-CORRESPONDENCE
           EVALUATE TRUE
               WHEN WS-LETTER-CHANNEL = 'E'
                   WRITE NGW1-EMAIL-RECORD FROM NGW1-LETTER-RECORD
               WHEN CRW1-PAPER-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   WRITE NGW1-LETTER-RECORD
           END-EVALUATE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF CBL1-REC TO CRW1-CUSTOMER-ID
           MOVE 'NGW1' TO CRW1-DOCUMENT-TYPE
           MOVE BALANCE-CURRENCY OF CBL1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE NGW1-LTR-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF CBL1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       READ-LETTER-CHANNEL.
