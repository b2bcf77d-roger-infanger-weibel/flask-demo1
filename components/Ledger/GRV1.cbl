      *> Include the dclgen Db2 layouts
       COPY GAD1SQL.
       COPY GPC1SQL.
       COPY CFG1SQL.

       WORKING-STORAGE SECTION.
      *> Include the Db2 host fields
       COPY GAD1REC.
       COPY GPC1REC.
       COPY CFG1REC.

      *> Shared SQLCODE-to-message translation

       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate PAM1 and RCN1 convert at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.

       01  WS-POSITION-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-POSITIONS-DONE            VALUE 'Y'.
       01  WS-DAY-SWITCH                    PIC X(1).
           88  WS-RATE-FOUND                VALUE 'Y'.
       01  WS-RATE-DATE-LIMIT               PIC X(10).
       01  WS-END-RATE                      PIC S9(5)V9(6) COMP-3.
       01  WS-LOOKUP-RATE                   PIC S9(5)V9(6) COMP-3.

       01  WS-ALREADY-RUN-COUNT             PIC S9(9) COMP.

                   ENTRY-CURRENCY OF GAD1-REC " - account "
                   GL-ACCOUNT OF GAD1-REC " not revalued"
           ELSE
               MOVE WS-LOOKUP-RATE TO WS-END-RATE
               COMPUTE WS-PERIOD-END-VALUE ROUNDED =
                   WS-POSITION-AMOUNT * WS-END-RATE
               PERFORM COMPUTE-BOOKED-VALUE
      *> Newest rate at or before the limit date, same rule RCN1
      *> converts with.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE 0 TO WS-LOOKUP-RATE
           MOVE SPACES TO EXM1-COMM-AREA
           MOVE ENTRY-CURRENCY OF GAD1-REC TO EXM1-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
           MOVE WS-RATE-DATE-LIMIT TO EXM1-RATE-DATE-LIMIT
           MOVE 0 TO EXM1-AMOUNT
           CALL EXM1-PGM USING EXM1-COMM-AREA
           IF EXM1-RATE-FOUND
               MOVE EXM1-EXCHANGE-RATE TO WS-LOOKUP-RATE
               SET WS-RATE-FOUND TO TRUE
           END-IF.

                   MOVE WS-DAY-DATE TO WS-RATE-DATE-LIMIT
                   PERFORM LOOKUP-RATE-AT-LIMIT
                   IF NOT WS-RATE-FOUND
                       MOVE WS-END-RATE TO WS-LOOKUP-RATE
                   END-IF
                   COMPUTE WS-BOOKED-BASE ROUNDED = WS-BOOKED-BASE
                       + WS-DAY-NET * WS-LOOKUP-RATE
               END-IF
           END-PERFORM
           EXEC SQL
