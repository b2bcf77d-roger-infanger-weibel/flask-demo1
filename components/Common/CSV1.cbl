      *> Include the dclgen Db2 layouts
       COPY BAD1SQL.
       COPY PAD1SQL.
       COPY BDR1SQL.

       FILE SECTION.
      *> Include the Db2 host fields
       COPY BAD1REC.
       COPY PAD1REC.
       COPY BDR1REC.

       01  WS-CSV-STATUS                    PIC X(2).

      *> A JPY and a EUR count are comparable, their amounts are not -
      *> each currency's total is also converted to the base currency
      *> through EXM1 (same base and newest-rate rule as PAM1) so the
      *> extract carries one true grand total for the day.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate PAM1 and PAM2 convert at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.
       01  WS-RATE-FOUND-SWITCH             PIC X(1).
           88  WS-RATE-FOUND                VALUE 'Y'.
       01  WS-CONVERTED-TOTAL               PIC S9(11)V99 COMP-3.
           IF PAYMENT-CURRENCY OF PAD1-REC = WS-BASE-CURRENCY
               MOVE WS-CURRENCY-TOTAL TO WS-CONVERTED-TOTAL
           ELSE
               MOVE SPACES TO EXM1-COMM-AREA
               MOVE PAYMENT-CURRENCY OF PAD1-REC
                   TO EXM1-FROM-CURRENCY
               MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
               MOVE WS-PARM-RUN-DATE TO EXM1-RATE-DATE-LIMIT
               MOVE WS-CURRENCY-TOTAL TO EXM1-AMOUNT
               CALL EXM1-PGM USING EXM1-COMM-AREA
               IF EXM1-RATE-FOUND
                   MOVE EXM1-CONVERTED-AMOUNT TO WS-CONVERTED-TOTAL
               ELSE
                   MOVE 'N' TO WS-RATE-FOUND-SWITCH
                   ADD 1 TO WS-UNCONVERTED-COUNT
