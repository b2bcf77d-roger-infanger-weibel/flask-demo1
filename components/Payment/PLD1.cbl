       COPY PAM2.
       01  PAM2-PGM                          PIC X(8) VALUE 'PAM2'.

      *> Inbound file register - a file whose details match one
      *> already loaded is refused, however it is dated.
       COPY IFM1.
       01  IFM1-PGM                         PIC X(8) VALUE 'IFM1'.

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
      *> hundred PAO1 screen entries - this is the payment twin of
      *> BLD1's transaction load and CLD1's customer load.
           PERFORM READ-PARM-CARD
           PERFORM FINGERPRINT-INPUT-FILE
           PERFORM REGISTER-INBOUND-FILE
           OPEN INPUT PLD1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ PLD1-INPUT-FILE
           CLOSE PLD1-INPUT-FILE
           DISPLAY "PLD1 payment load complete - loaded "
               WS-LOADED-COUNT " rejected " WS-REJECTED-COUNT
           PERFORM COMPLETE-INBOUND-FILE
           STOP RUN.

       READ-PARM-CARD.
               MOVE 'N' TO WS-PARM-DRY-RUN-FLAG
           END-IF.

       FINGERPRINT-INPUT-FILE.
      *> A first pass counts the details and builds the register's
      *> hash and check value, so a repeat delivery is refused
      *> before a single record is applied.
           INITIALIZE IFM1-COMM-AREA
           MOVE 'PLD1' TO MAIN-NAME OF IFM1-COMM-AREA
           MOVE 'PLD1IN' TO FILE-SOURCE
           MOVE 'PLD1' TO FILE-LOAD-PROGRAM
           MOVE WS-PARM-RUN-DATE TO FILE-RUN-DATE
           MOVE 'A' TO FILE-ACTION-CODE
           OPEN INPUT PLD1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ PLD1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PLD1-INPUT-RECORD TO FILE-DETAIL-IMAGE
                       MOVE LENGTH OF PLD1-INPUT-RECORD
                           TO FILE-DETAIL-LENGTH
                       MOVE PLD1-PAYMENT-AMOUNT
                           TO FILE-DETAIL-AMOUNT
                       CALL IFM1-PGM USING IFM1-COMM-AREA
               END-READ
           END-PERFORM
           CLOSE PLD1-INPUT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       REGISTER-INBOUND-FILE.
      *> The same file delivered twice, or re-sent on top of a load
      *> that never finished, is refused on its details - whatever
      *> date it arrives under.
           MOVE 'R' TO FILE-ACTION-CODE
           CALL IFM1-PGM USING IFM1-COMM-AREA
           IF FILE-IS-DUPLICATE
               DISPLAY "PLD1: PLD1IN repeats the file received "
                   FILE-DUPLICATE-OF " - refused, nothing loaded"
               STOP RUN
           END-IF.

       COMPLETE-INBOUND-FILE.
           MOVE 'E' TO FILE-ACTION-CODE
           MOVE 'C' TO FILE-LOAD-STATUS
           IF WS-PARM-DRY-RUN-FLAG = 'Y'
               MOVE 'D' TO FILE-LOAD-STATUS
           END-IF
           MOVE WS-LOADED-COUNT TO FILE-LOADED-COUNT
           MOVE WS-REJECTED-COUNT TO FILE-REJECTED-COUNT
           CALL IFM1-PGM USING IFM1-COMM-AREA.

       LOAD-ONE-PAYMENT.
      *> Every record goes through PAM2, one row at a time - the
      *> module owns the format check, duplicate check ('X'),
      *> credit-limit check ('L'), PAM7 velocity screening ('R') and
      *> the cross-border purpose and counterparty country ('P'),
      *> so every loaded instruction gets the full treatment a keyed
      *> one gets, and this loader only feeds and counts.
           MOVE SPACES TO PAM2-COMM-AREA
               TO PAYMENT-AMOUNT OF PAM2-COMM-AREA
           MOVE PLD1-PAYMENT-CURRENCY
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
           MOVE PLD1-BENEFICIARY-ID
               TO BENEFICIARY-ID OF PAM2-COMM-AREA
           MOVE PLD1-URGENT-FLAG TO URGENT-FLAG OF PAM2-COMM-AREA
           MOVE PLD1-SIGNATORY-REF TO SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE PLD1-SECOND-SIGNATORY-REF
               TO SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE PLD1-PURPOSE-CODE TO PURPOSE-CODE OF PAM2-COMM-AREA
           MOVE PLD1-COUNTERPARTY-COUNTRY
               TO COUNTERPARTY-COUNTRY OF PAM2-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF PAM2-COMM-AREA
           MOVE WS-PARM-DRY-RUN-FLAG TO DRY-RUN-FLAG
           CALL PAM2-PGM USING PAM2-COMM-AREA
               WHEN 'S'
               WHEN 'Y'
                   ADD 1 TO WS-LOADED-COUNT
      *> Loaded, but short of a countersignature - PAM5 will hold
      *> it until a second signatory signs.
                   IF PAYMENT-STATUS OF PAM2-COMM-AREA = 'S'
                       AND ERROR-MESSAGE OF PAM2-COMM-AREA NOT = SPACES
                       DISPLAY "  Loaded payment "
                           PLD1-PAYMENT-ID ": "
                           ERROR-MESSAGE OF PAM2-COMM-AREA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "  Rejected payment "
