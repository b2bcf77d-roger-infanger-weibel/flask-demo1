       COPY PAD1SQL.
       COPY STO1SQL.
       COPY APQ1SQL.
       COPY BDR1SQL.

       WORKING-STORAGE SECTION.
      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY STO1REC.
       COPY BDR1REC.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-HORIZON-DAYS         PIC 9(2).

      *> Shared value-date adjustment - each outflow is bucketed on
      *> the day its currency's clearing system will actually move
      *> it, not on a TARGET or Fed holiday.
       COPY VDA1.
       01  VDA1-PGM                         PIC X(8) VALUE 'VDA1'.
       01  WS-ADJUSTED-INTEGER              PIC S9(9) COMP.

      *> The same base and newest-rate rule RCN1 converts with.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate PAM1 and PAM2 convert at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.

       01  WS-PENDING-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-PENDING-DONE              VALUE 'Y'.
       01  WS-ORDER-SWITCH                  PIC X(1) VALUE 'N'.
      *> orders due inside the horizon, and the APQ1 clearings still
      *> waiting on approval (already inside the pending total, so
      *> reported as a memo line, not added twice). Each day closes
      *> with an EXM1-converted base-currency total the way RCN1
      *> prints one.
           PERFORM READ-PARM-CARD
           DISPLAY "===== LQF1 LIQUIDITY FORECAST "
               IF SQLCODE NOT = 0
                   SET WS-PENDING-DONE TO TRUE
               ELSE
                   MOVE WS-RUN-INTEGER TO WS-DUE-INTEGER
                   PERFORM BUCKET-ON-ADJUSTED-DATE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE PENDING-OUTFLOW-CURSOR END-EXEC.
           END-IF
           PERFORM UNTIL WS-DUE-INTEGER - WS-RUN-INTEGER
                   NOT < WS-PARM-HORIZON-DAYS
               MOVE PAYMENT-CURRENCY OF STO1-REC
                   TO WS-GROUP-CURRENCY
               MOVE PAYMENT-AMOUNT OF STO1-REC TO WS-GROUP-TOTAL
               PERFORM BUCKET-ON-ADJUSTED-DATE
               EVALUATE FREQUENCY-CODE OF STO1-REC
                   WHEN 'D'
                       ADD 1 TO WS-DUE-INTEGER
               END-EVALUATE
           END-PERFORM.

       BUCKET-ON-ADJUSTED-DATE.
      *> The due day rolled to a good day for the currency (the same
      *> VDA1 rule SOG1 collects on) - a roll back before the run
      *> date still lands on day one, and a roll past the horizon
      *> drops out of this forecast into the next one's.
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           MOVE WS-GROUP-CURRENCY TO VDA1-CURRENCY
           MOVE SPACES TO VDA1-DATE
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO VDA1-DATE
           CALL VDA1-PGM USING VDA1-COMM-AREA
           STRING VDA1-ADJUSTED-DATE(1:4) VDA1-ADJUSTED-DATE(6:2)
                  VDA1-ADJUSTED-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-ADJUSTED-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           IF WS-ADJUSTED-INTEGER < WS-RUN-INTEGER
               MOVE WS-RUN-INTEGER TO WS-ADJUSTED-INTEGER
           END-IF
           IF WS-ADJUSTED-INTEGER - WS-RUN-INTEGER
              < WS-PARM-HORIZON-DAYS
               COMPUTE WS-DAY-IX =
                   WS-ADJUSTED-INTEGER - WS-RUN-INTEGER + 1
               PERFORM ADD-TO-FORECAST-BUCKET
           END-IF.

       ADD-TO-FORECAST-BUCKET.
           MOVE 'N' TO WS-CCY-FOUND-SWITCH
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1

       CONVERT-LINE-TO-BASE.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE SPACES TO EXM1-COMM-AREA
           MOVE WS-FC-CURRENCY(WS-DAY-IX, WS-CCY-IX)
               TO EXM1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
           MOVE WS-PARM-RUN-DATE TO EXM1-RATE-DATE-LIMIT
           MOVE WS-FC-AMOUNT(WS-DAY-IX, WS-CCY-IX) TO EXM1-AMOUNT
           CALL EXM1-PGM USING EXM1-COMM-AREA
           IF EXM1-RATE-FOUND
               SET WS-RATE-FOUND TO TRUE
               MOVE EXM1-CONVERTED-AMOUNT TO WS-CONVERTED-AMOUNT
               ADD WS-CONVERTED-AMOUNT TO WS-DAY-BASE-TOTAL
           ELSE
               ADD 1 TO WS-UNCONVERTED-COUNT
