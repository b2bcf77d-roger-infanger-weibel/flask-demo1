       COPY BAD1SQL.
       COPY CAD1SQL.
       COPY PAD1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       COPY BAD1REC.
       COPY CAD1REC.
       COPY PAD1REC.
       COPY BDR1REC.



      *> The raw PAD1 total adds a JPY amount to a EUR one - each
      *> currency's total is also converted to the base currency
      *> through EXM1 (same base and newest-rate rule as PAM1) so the
      *> report carries one true converted grand total for the day.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate PAM1 and PAM2 convert at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.
       01  WS-PAY-CURRENCY-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-PAY-CURRENCIES-DONE       VALUE 'Y'.
       01  WS-CURRENCY-COUNT                PIC 9(7).
       01  WS-CURRENCY-TOTAL                PIC S9(11)V99 COMP-3.
       01  WS-CONVERTED-TOTAL               PIC S9(11)V99 COMP-3.
       01  WS-RATE-METHOD-TEXT              PIC X(16).
       01  WS-BASE-GRAND-TOTAL              PIC S9(11)V99 COMP-3
                                            VALUE 0.
       01  WS-UNCONVERTED-COUNT             PIC 9(5) VALUE 0.
           END-IF.

       CONVERT-ONE-PAD1-CURRENCY.
      *> A total converted through the inverse or a cross rate is
      *> marked on its line so the figure can be traced back.
           MOVE SPACES TO WS-RATE-METHOD-TEXT
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
                   EVALUATE TRUE
                       WHEN EXM1-METHOD-INVERSE
                           MOVE '  INVERSE RATE' TO WS-RATE-METHOD-TEXT
                       WHEN EXM1-METHOD-CROSS
                           MOVE '  CROSS RATE' TO WS-RATE-METHOD-TEXT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-UNCONVERTED-COUNT
                   MOVE 0 TO WS-CONVERTED-TOTAL
               ' PAYMENTS: ' WS-CURRENCY-COUNT
               '  TOTAL ' WS-EDIT-AMT1
               '  IN ' WS-BASE-CURRENCY ' ' WS-EDIT-AMT2
               WS-RATE-METHOD-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

