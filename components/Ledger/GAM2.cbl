      *> (credit) behind the PAYMENT-ID; the offsetting legs written
      *> here take the same suffix plus 2 - '03' offsets '01', '04'
      *> offsets '02' - so each offset ties back to the original
      *> LEDGER-ENTRY-ID it cancels. The due-to/due-from legs GAM1
      *> adds for a cross-unit payment ('11'/'12') are offset the
      *> same way ('13'/'14'), so neither unit is left unbalanced.
       01  WS-ORIGINAL-SUFFIX          PIC 9(2).
       01  WS-OFFSET-SUFFIX            PIC 9(2).
       01  WS-OFFSET-ENTRY-ID          PIC X(12).
      *> Include the communication area copybook
       COPY GAM2.

      *> The payment's original postings - suffixes below '03' and
      *> the '11'/'12' inter-unit legs - in posting order, each
      *> offset in the unit it was booked in; offsets already
      *> written by an earlier call
      *> never qualify, so a re-driven reversal cannot offset its own
      *> offsets. Declared after the comm-area it references, the
      *> way BAM4 and PAM4 declare theirs.
       EXEC SQL
           DECLARE ORIGINAL-POSTING-CURSOR CURSOR FOR
               SELECT LEDGER_ENTRY_ID, ENTRY_DATE, GL_ACCOUNT,
                      ENTRY_TYPE_CODE, ENTRY_AMOUNT, ENTRY_CURRENCY,
                      OPERATING_UNIT
               FROM GAD1
               WHERE PAYMENT_ID = :GAM2-COMM-AREA.PAYMENT-ID
                 AND (SUBSTR(LEDGER_ENTRY_ID, 11, 2) < '03'
                      OR SUBSTR(LEDGER_ENTRY_ID, 11, 2)
                         IN ('11', '12'))
               ORDER BY LEDGER_ENTRY_ID
       END-EXEC.

       CHECK-ALREADY-OFFSET.
      *> A payment's postings are only ever offset once - a second
      *> call (a re-driven batch, a double-keyed reversal) finds the
      *> '03'/'04' offset legs already on file and refuses. Later
      *> suffixes - GSC1's '05'/'06' re-posts, GLX1's '07'/'08' FX
      *> margin legs - are not offsets and do not count.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OFFSET-COUNT
               FROM GAD1
               WHERE PAYMENT_ID = :GAM2-COMM-AREA.PAYMENT-ID
                 AND SUBSTR(LEDGER_ENTRY_ID, 11, 2) IN ('03', '04')
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
               FETCH ORIGINAL-POSTING-CURSOR
               INTO :GAD1-REC.LEDGER-ENTRY-ID, :GAD1-REC.ENTRY-DATE,
                    :GAD1-REC.GL-ACCOUNT, :GAD1-REC.ENTRY-TYPE-CODE,
                    :GAD1-REC.ENTRY-AMOUNT, :GAD1-REC.ENTRY-CURRENCY,
                    :GAD1-REC.OPERATING-UNIT
           END-EXEC
           IF SQLCODE = 100
               SET WS-POSTINGS-DONE TO TRUE
               INSERT INTO GAD1
                   (LEDGER_ENTRY_ID, PAYMENT_ID, ENTRY_DATE,
                    GL_ACCOUNT, ENTRY_TYPE_CODE, ENTRY_AMOUNT,
                    ENTRY_CURRENCY, ENTRY_USER, OPERATING_UNIT)
               VALUES
                   (:GAD1-REC.LEDGER-ENTRY-ID, :GAD1-REC.PAYMENT-ID,
                    :GAD1-REC.ENTRY-DATE, :GAD1-REC.GL-ACCOUNT,
                    :GAD1-REC.ENTRY-TYPE-CODE, :GAD1-REC.ENTRY-AMOUNT,
                    :GAD1-REC.ENTRY-CURRENCY, :GAD1-REC.ENTRY-USER,
                    :GAD1-REC.OPERATING-UNIT)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'E' TO LEDGER-STATUS
