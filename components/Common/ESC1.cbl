       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Shared correspondence-address selection - the customer's
      *> legal-notice address when one is kept, else CAD1's.
       COPY ADS1.
       01  ADS1-PGM                         PIC X(8) VALUE 'ADS1'.

       01  WS-REMIT-STATUS                  PIC X(2).
       01  WS-LETTER-STATUS                 PIC X(2).

       01  WS-REMITTED-COUNT                PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.
       01  WS-FOREIGN-COUNT                 PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-REMIT-HASH-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-ABS-AMOUNT                    PIC S9(11)V99 COMP-3.

           05  WS-GEN-MONTH-DAY             PIC X(4).
           05  WS-GEN-SEQUENCE              PIC 9(5).

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every Inactive customer's base-currency position, non-zero
           DISPLAY "ESC1 escheatment run for " WS-PARM-RUN-DATE
           DISPLAY "  positions remitted:        " WS-REMITTED-COUNT
           DISPLAY "  positions that failed:     " WS-ERROR-COUNT
           DISPLAY "  owner letters held:        " WS-SUPPRESSED-COUNT
           PERFORM COUNT-FOREIGN-POSITIONS
           DISPLAY "  foreign-currency positions left for manual"
               " handling: " WS-FOREIGN-COUNT
       WRITE-OWNER-LETTER.
           MOVE SPACES TO ESC1-LETTER-RECORD
           MOVE CUSTOMER-NAME OF CAD1-REC TO ESC1-LTR-NAME
           MOVE CUSTOMER-ID OF CBL1-REC TO ADS1-CUSTOMER-ID
           MOVE 'LEGL' TO ADS1-PURPOSE
           MOVE WS-PARM-RUN-DATE TO ADS1-AS-OF-DATE
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO ADS1-ADDRESS
           CALL ADS1-PGM USING ADS1-COMM-AREA
           MOVE ADS1-ADDRESS TO ESC1-LTR-ADDRESS
           MOVE BALANCE-CURRENCY OF CBL1-REC TO ESC1-LTR-CURRENCY
           MOVE BALANCE-AMOUNT OF CBL1-REC TO ESC1-LTR-AMOUNT
           MOVE WS-PARM-RUN-DATE TO ESC1-LTR-DATE
           PERFORM REGISTER-CORRESPONDENCE
           IF CRW1-PAPER-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               WRITE ESC1-LETTER-RECORD
           END-IF.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF CBL1-REC TO CRW1-CUSTOMER-ID
           MOVE 'ESC1' TO CRW1-DOCUMENT-TYPE
           MOVE BALANCE-CURRENCY OF CBL1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE 'M' TO CRW1-CHANNEL
           MOVE ESC1-LTR-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF CBL1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       COUNT-FOREIGN-POSITIONS.
           EXEC SQL
