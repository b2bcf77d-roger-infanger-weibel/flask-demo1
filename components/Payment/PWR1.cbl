       COPY PAM2.
       01  PAM2-PGM                         PIC X(8) VALUE 'PAM2'.

      *> Shared value-date adjustment against the currency's
      *> clearing calendar
       COPY VDA1.
       01  VDA1-PGM                         PIC X(8) VALUE 'VDA1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-RELEASED-COUNT                PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.
       01  WS-ROLLED-COUNT                  PIC 9(7) VALUE 0.

      *> An instruction is released on its value date rolled to a
      *> good day for its currency - modified following can roll a
      *> month-end date back a few days, so the cursor looks a week
      *> past the run date and the adjusted date decides.
       01  WS-LOOKAHEAD-DAYS                PIC S9(4) COMP VALUE 7.
       01  WS-LOOKAHEAD-DATE                PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE DUE-INSTRUCTION-CURSOR CURSOR FOR
               SELECT INSTRUCTION_ID, CUSTOMER_ID, PAYMENT_AMOUNT,
                      PAYMENT_CURRENCY, VALUE_DATE, BENEFICIARY_ID,
                      SIGNATORY_REF, SECOND_SIGNATORY_REF
               FROM PWH1
               WHERE WH_STATUS = 'W'
                 AND VALUE_DATE <= :WS-LOOKAHEAD-DATE
               ORDER BY INSTRUCTION_ID
       END-EXEC.

           DISPLAY " "
           DISPLAY "Instructions released: " WS-RELEASED-COUNT
           DISPLAY "Instructions in error: " WS-ERROR-COUNT
           DISPLAY "Instructions rolled past a currency holiday: "
               WS-ROLLED-COUNT
           DISPLAY "================================================="
           STOP RUN.

           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + WS-LOOKAHEAD-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-LOOKAHEAD-DATE.

       READ-BUSINESS-DATE.
           EXEC SQL
           PERFORM UNTIL WS-DUE-DONE
               PERFORM FETCH-NEXT-DUE-INSTRUCTION
               IF NOT WS-DUE-DONE
                   PERFORM ADJUST-VALUE-DATE
                   IF VDA1-ADJUSTED-DATE > WS-PARM-RUN-DATE
                       IF VALUE-DATE OF PWH1-REC
                          NOT > WS-PARM-RUN-DATE
                           ADD 1 TO WS-ROLLED-COUNT
                       END-IF
                   ELSE
                       PERFORM RELEASE-ONE-INSTRUCTION
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               INTO :PWH1-REC.INSTRUCTION-ID, :PWH1-REC.CUSTOMER-ID,
                    :PWH1-REC.PAYMENT-AMOUNT,
                    :PWH1-REC.PAYMENT-CURRENCY,
                    :PWH1-REC.VALUE-DATE,
                    :PWH1-REC.BENEFICIARY-ID,
                    :PWH1-REC.SIGNATORY-REF,
                    :PWH1-REC.SECOND-SIGNATORY-REF
           END-EXEC
           IF SQLCODE = 100
               SET WS-DUE-DONE TO TRUE
           END-IF.

       ADJUST-VALUE-DATE.
           MOVE PAYMENT-CURRENCY OF PWH1-REC TO VDA1-CURRENCY
           MOVE VALUE-DATE OF PWH1-REC TO VDA1-DATE
           CALL VDA1-PGM USING VDA1-COMM-AREA.

       RELEASE-ONE-INSTRUCTION.
      *> The payment goes through PAM2, not a raw INSERT, so the
      *> duplicate check, credit-limit check, velocity screening,
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
           MOVE CUSTOMER-ID OF PWH1-REC
               TO CUSTOMER-ID OF PAM2-COMM-AREA
           MOVE BENEFICIARY-ID OF PWH1-REC
               TO BENEFICIARY-ID OF PAM2-COMM-AREA
           MOVE SIGNATORY-REF OF PWH1-REC
               TO SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE SECOND-SIGNATORY-REF OF PWH1-REC
               TO SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF PAM2-COMM-AREA
           CALL PAM2-PGM USING PAM2-COMM-AREA
           EVALUATE PAYMENT-STATUS OF PAM2-COMM-AREA
