
      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PAD1REC.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate PAM1 and RCN1 convert at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.

       01  WS-CURRENCY-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CURRENCIES-DONE           VALUE 'Y'.

           END-IF.

       CHECK-ONE-CURRENCY.
      *> The rate EXM1 resolves on or before the run date is the one
      *> PAM1's conversion would pick up - no rate at all and a rate
      *> older than the threshold are the two ways a conversion goes
      *> wrong quietly. A currency with no direct pair is not missing
      *> while its inverse or a cross through the base can be made;
      *> a cross is as old as its older leg.
           MOVE SPACES TO WS-NEWEST-RATE-DATE
           MOVE SPACES TO EXM1-COMM-AREA
           MOVE PAYMENT-CURRENCY OF PAD1-REC TO EXM1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
           MOVE WS-PARM-RUN-DATE TO EXM1-RATE-DATE-LIMIT
           MOVE 0 TO EXM1-AMOUNT
           CALL EXM1-PGM USING EXM1-COMM-AREA
           IF EXM1-RATE-FOUND
               MOVE EXM1-RATE-DATE TO WS-NEWEST-RATE-DATE
               IF EXM1-METHOD-INVERSE
                   DISPLAY "  " PAYMENT-CURRENCY OF PAD1-REC
                       " - no direct pair, converting at the inverse"
               END-IF
               IF EXM1-METHOD-CROSS
                   DISPLAY "  " PAYMENT-CURRENCY OF PAD1-REC
                       " - no direct pair, converting at a cross"
                       " through " WS-BASE-CURRENCY
               END-IF
           END-IF
           IF NOT EXM1-RATE-FOUND OR WS-NEWEST-RATE-DATE = SPACES
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "  " PAYMENT-CURRENCY OF PAD1-REC
                   " - NO RATE on file into " WS-BASE-CURRENCY
