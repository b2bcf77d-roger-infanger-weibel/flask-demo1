      *> Include the dclgen Db2 layouts
       COPY PAD1SQL.
       COPY CAD1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

      *> Include the Db2 host fields
       COPY PAD1REC.
       COPY CAD1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> foreign-currency payments are caught at their equivalent
      *> value, not waved under the threshold at face value.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.

      *> Shared rate resolution - direct, inverse or cross through
      *> the base, the same rate PAM1 and PAM2 convert at.
       COPY EXM1.
       01  EXM1-PGM                         PIC X(8) VALUE 'EXM1'.
       01  WS-BASE-AMOUNT                   PIC S9(11)V99 COMP-3.
       01  WS-RATE-FOUND-SWITCH             PIC X(1).
           88  WS-RATE-FOUND                VALUE 'Y'.
      *> Daily regulatory large-payment reporting - what compliance
      *> used to grep out of the CSV1 extract and look up customer
      *> by customer on CAO2. Every payment at or over the CFG1
      *> threshold (at its EXM1-converted equivalent value) goes to
      *> the regulator's fixed-layout file with the payer's
      *> identity, behind a BIF1 header and trailer like our other
      *> interface files.
               MOVE PAYMENT-AMOUNT OF PAD1-REC TO WS-BASE-AMOUNT
               SET WS-RATE-FOUND TO TRUE
           ELSE
               MOVE SPACES TO EXM1-COMM-AREA
               MOVE PAYMENT-CURRENCY OF PAD1-REC
                   TO EXM1-FROM-CURRENCY
               MOVE WS-BASE-CURRENCY TO EXM1-TO-CURRENCY
               MOVE WS-PARM-RUN-DATE TO EXM1-RATE-DATE-LIMIT
               MOVE PAYMENT-AMOUNT OF PAD1-REC TO EXM1-AMOUNT
               CALL EXM1-PGM USING EXM1-COMM-AREA
               IF EXM1-RATE-FOUND
                   SET WS-RATE-FOUND TO TRUE
                   MOVE EXM1-CONVERTED-AMOUNT TO WS-BASE-AMOUNT
               ELSE
                   ADD 1 TO WS-UNCONVERTED-COUNT
                   MOVE PAYMENT-AMOUNT OF PAD1-REC
