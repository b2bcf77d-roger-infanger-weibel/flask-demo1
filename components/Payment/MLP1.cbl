       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MLP1-LETTER-FILE ASSIGN TO MLP1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      *> Customers whose CCT1 preference says email land here in the
      *> same layout - the mailing house only gets the paper file.
           SELECT MLP1-EMAIL-FILE ASSIGN TO MLP1EML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY MND1SQL.
       COPY MND1HSQL.
       COPY PAD1SQL.
       COPY PAD1ASQL.
       COPY CAD1SQL.
       COPY CCT1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  MLP1-LETTER-FILE.
       COPY MLP1REC.

       FD  MLP1-EMAIL-FILE.
       01  MLP1-EMAIL-RECORD                PIC X(122).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY MND1REC.
       COPY MND1HREC.
       COPY CAD1REC.
       COPY CCT1REC.
       COPY CFG1REC.
       COPY BDR1REC.

       01  WS-LETTER-STATUS                 PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

      *> The customer's preferred channel for letters - the 'LETR'
      *> CCT1 row wins, an 'ALL ' row covers the rest, no row at
      *> all is paper to the CAD1 address.
       01  WS-LETTER-CHANNEL                PIC X(1).

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

      *> The legal lapse period lives on CFG1 - no row defaults to
      *> thirty-six months without a collection.
       01  WS-LAPSE-PARM                    PIC X(20)
           VALUE 'MANDATE-LAPSE-MONTHS'.
       01  WS-LAPSE-MONTHS                  PIC 9(4).

      *> Start of the lapse window - the run date less the lapse
      *> months, the day clamped to 28 the way SOG1 clamps it, so
      *> the result is always a real date (a few days' grace at most).
       01  WS-CUTOFF-DATE                   PIC X(10).
       01  WS-CUTOFF-YEAR                   PIC 9(4).
       01  WS-CUTOFF-MONTH                  PIC 9(2).
       01  WS-CUTOFF-DAY                    PIC 9(2).
       01  WS-MONTH-NUMBER                  PIC S9(9) COMP.

       01  WS-MANDATE-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-MANDATES-DONE             VALUE 'Y'.

       01  WS-LAPSED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT                  PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.
       01  WS-EDIT-AMOUNT                   PIC -(9)9.99.
       01  WS-CURRENT-DATE                  PIC X(21).

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every active mandate signed before the window opened with no
      *> collection against it since. PAM2 records the mandate on the
      *> PAD1 row; a collection that predates that (no payee, no
      *> mandate recorded) still counts for the customer's mandates,
      *> so nothing lapses on a missing link. Reversal and refund
      *> rows (negative) are not collections; a re-presentation is.
      *> A collection ARC1 has already moved to PAD1_ARCH counts the
      *> same as one still on PAD1.
       EXEC SQL
           DECLARE LAPSE-MANDATE-CURSOR CURSOR FOR
               SELECT M.MANDATE_ID, M.CUSTOMER_ID, M.CEILING_AMOUNT,
                      M.SIGNATURE_DATE, C.CUSTOMER_NAME,
                      C.CUSTOMER_ADDRESS
               FROM MND1 M
               INNER JOIN CAD1 C ON M.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE M.MANDATE_STATUS = 'A'
                 AND M.SIGNATURE_DATE < :WS-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM PAD1 P
                      WHERE P.PAYMENT_DATE >= :WS-CUTOFF-DATE
                        AND P.PAYMENT_AMOUNT > 0
                        AND (P.MANDATE_ID = M.MANDATE_ID
                         OR (P.MANDATE_ID = ' '
                             AND P.BENEFICIARY_ID = ' '
                             AND P.CUSTOMER_ID = M.CUSTOMER_ID)))
                 AND NOT EXISTS
                     (SELECT 1 FROM PAD1_ARCH A
                      WHERE A.PAYMENT_DATE >= :WS-CUTOFF-DATE
                        AND A.PAYMENT_AMOUNT > 0
                        AND (A.MANDATE_ID = M.MANDATE_ID
                         OR (A.MANDATE_ID = ' '
                             AND A.BENEFICIARY_ID = ' '
                             AND A.CUSTOMER_ID = M.CUSTOMER_ID)))
               ORDER BY M.CUSTOMER_ID, M.MANDATE_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Monthly - a direct-debit mandate unused for the lapse period
      *> is legally void. It is lapsed on MND1 (PAM2, SOG1 and DNL1
      *> only honor an active one), the change lands on MND1_HIST,
      *> and the customer is written to.
           PERFORM READ-PARM-CARD
           OPEN OUTPUT MLP1-LETTER-FILE
           OPEN OUTPUT MLP1-EMAIL-FILE
           DISPLAY "===== MLP1 MANDATE LAPSE SWEEP "
               WS-PARM-RUN-DATE " ====="
           DISPLAY "Lapse period: " WS-LAPSE-MONTHS
               " month(s) - no collection since " WS-CUTOFF-DATE
           PERFORM LAPSE-UNUSED-MANDATES
           CLOSE MLP1-LETTER-FILE
           CLOSE MLP1-EMAIL-FILE
           DISPLAY " "
           DISPLAY "Mandates lapsed:       " WS-LAPSED-COUNT
           DISPLAY "Paper letters written: " WS-LETTER-COUNT
           DISPLAY "Email letters written: " WS-EMAIL-COUNT
           DISPLAY "Paper held - returned: " WS-SUPPRESSED-COUNT
           DISPLAY "Mandates in error:     " WS-ERROR-COUNT
           DISPLAY "================================================="
           STOP RUN.

       READ-PARM-CARD.
      *> Run date comes in on a parm card, same idiom as the other
      *> batch drivers' parm cards - blank reads the BDR1 register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           MOVE 36 TO WS-LAPSE-MONTHS
           MOVE WS-LAPSE-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-LAPSE-MONTHS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           MOVE WS-PARM-RUN-DATE(1:4) TO WS-CUTOFF-YEAR
           MOVE WS-PARM-RUN-DATE(6:2) TO WS-CUTOFF-MONTH
           MOVE WS-PARM-RUN-DATE(9:2) TO WS-CUTOFF-DAY
           COMPUTE WS-MONTH-NUMBER =
               WS-CUTOFF-YEAR * 12 + WS-CUTOFF-MONTH - 1
               - WS-LAPSE-MONTHS
           COMPUTE WS-CUTOFF-YEAR = WS-MONTH-NUMBER / 12
           COMPUTE WS-CUTOFF-MONTH =
               WS-MONTH-NUMBER - WS-CUTOFF-YEAR * 12 + 1
           IF WS-CUTOFF-DAY > 28
               MOVE 28 TO WS-CUTOFF-DAY
           END-IF
           STRING WS-CUTOFF-YEAR '-' WS-CUTOFF-MONTH '-' WS-CUTOFF-DAY
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       LAPSE-UNUSED-MANDATES.
           MOVE 'N' TO WS-MANDATE-SWITCH
           EXEC SQL
               OPEN LAPSE-MANDATE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-MANDATES-DONE
               PERFORM FETCH-NEXT-MANDATE
               IF NOT WS-MANDATES-DONE
                   PERFORM LAPSE-ONE-MANDATE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE LAPSE-MANDATE-CURSOR
           END-EXEC.

       FETCH-NEXT-MANDATE.
           EXEC SQL
               FETCH LAPSE-MANDATE-CURSOR
               INTO :MND1-REC.MANDATE-ID, :MND1-REC.CUSTOMER-ID,
                    :MND1-REC.CEILING-AMOUNT,
                    :MND1-REC.SIGNATURE-DATE,
                    :CAD1-REC.CUSTOMER-NAME,
                    :CAD1-REC.CUSTOMER-ADDRESS
           END-EXEC
           IF SQLCODE = 100
               SET WS-MANDATES-DONE TO TRUE
           END-IF.

       LAPSE-ONE-MANDATE.
      *> The WHERE repeats the active check, the same guard MDM1's
      *> cancel uses - a mandate cancelled since the fetch is left.
           MOVE 'L' TO MANDATE-STATUS OF MND1-REC
           MOVE 'MLP1' TO MANDATE-USER OF MND1-REC
           EXEC SQL
               UPDATE MND1
               SET MANDATE_STATUS = :MND1-REC.MANDATE-STATUS,
                   MANDATE_USER = :MND1-REC.MANDATE-USER
               WHERE MANDATE_ID = :MND1-REC.MANDATE-ID
                 AND MANDATE_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  Mandate " MANDATE-ID OF MND1-REC
                       " not lapsed, SQLCODE " SQLCODE
               WHEN SQLERRD(3) = 0
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-LAPSED-COUNT
                   MOVE CEILING-AMOUNT OF MND1-REC TO WS-EDIT-AMOUNT
                   DISPLAY "  Mandate " MANDATE-ID OF MND1-REC
                       " customer " CUSTOMER-ID OF MND1-REC
                       " signed " SIGNATURE-DATE OF MND1-REC
                       " ceiling " WS-EDIT-AMOUNT " LAPSED"
                   PERFORM WRITE-MANDATE-HISTORY
                   PERFORM WRITE-ONE-LETTER
           END-EVALUATE.

       WRITE-MANDATE-HISTORY.
      *> The same MND1_HIST row MDM1 writes for a desk change.
           MOVE MANDATE-ID OF MND1-REC TO MANDATE-ID OF MND1-HIST-REC
           STRING WS-CURRENT-DATE(1:4)  '-'
                  WS-CURRENT-DATE(5:2)  '-'
                  WS-CURRENT-DATE(7:2)  ' '
                  WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':'
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO CHANGE-TIMESTAMP OF MND1-HIST-REC
           MOVE 'L' TO CHANGE-TYPE OF MND1-HIST-REC
           MOVE CEILING-AMOUNT OF MND1-REC
               TO CEILING-AMOUNT OF MND1-HIST-REC
           MOVE SIGNATURE-DATE OF MND1-REC
               TO SIGNATURE-DATE OF MND1-HIST-REC
           MOVE MANDATE-STATUS OF MND1-REC
               TO MANDATE-STATUS OF MND1-HIST-REC
           MOVE MANDATE-USER OF MND1-REC
               TO CHANGE-USER OF MND1-HIST-REC
           EXEC SQL
               INSERT INTO MND1_HIST
                   (MANDATE_ID, CHANGE_TIMESTAMP, CHANGE_TYPE,
                    CEILING_AMOUNT, SIGNATURE_DATE, MANDATE_STATUS,
                    CHANGE_USER)
               VALUES
                   (:MND1-HIST-REC.MANDATE-ID,
                    :MND1-HIST-REC.CHANGE-TIMESTAMP,
                    :MND1-HIST-REC.CHANGE-TYPE,
                    :MND1-HIST-REC.CEILING-AMOUNT,
                    :MND1-HIST-REC.SIGNATURE-DATE,
                    :MND1-HIST-REC.MANDATE-STATUS,
                    :MND1-HIST-REC.CHANGE-USER)
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  Mandate " MANDATE-ID OF MND1-REC
                   " lapsed but history row not written, SQLCODE "
                   SQLCODE
           END-IF.

       WRITE-ONE-LETTER.
           MOVE CUSTOMER-NAME OF CAD1-REC TO MLP1-CUSTOMER-NAME
           MOVE CUSTOMER-ADDRESS OF CAD1-REC
               TO MLP1-CUSTOMER-ADDRESS
           MOVE MANDATE-ID OF MND1-REC TO MLP1-MANDATE-ID
           MOVE WS-PARM-RUN-DATE TO MLP1-LAPSE-DATE
           MOVE CEILING-AMOUNT OF MND1-REC TO MLP1-CEILING-AMOUNT
           MOVE CUSTOMER-ID OF MND1-REC TO CUSTOMER-ID OF CAD1-REC
           PERFORM READ-LETTER-CHANNEL
           PERFORM REGISTER-CORRESPONDENCE
           EVALUATE TRUE
               WHEN WS-LETTER-CHANNEL = 'E'
                   WRITE MLP1-EMAIL-RECORD FROM MLP1-LETTER-RECORD
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN CRW1-PAPER-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   WRITE MLP1-LETTER-RECORD
                   ADD 1 TO WS-LETTER-COUNT
           END-EVALUATE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF MND1-REC TO CRW1-CUSTOMER-ID
           MOVE 'MLP1' TO CRW1-DOCUMENT-TYPE
           MOVE MANDATE-ID OF MND1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE MLP1-CUSTOMER-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF MND1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       READ-LETTER-CHANNEL.
      *> The 'LETR' preference wins, an 'ALL ' row covers the rest,
      *> no row at all means paper - and phone ('P') letters still
      *> print, since a letter cannot be phoned.
           MOVE 'M' TO WS-LETTER-CHANNEL
           EXEC SQL
               SELECT CONTACT_CHANNEL
               INTO :CCT1-REC.CONTACT-CHANNEL
               FROM CCT1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                 AND DOCUMENT_TYPE = 'LETR'
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT CONTACT_CHANNEL
                   INTO :CCT1-REC.CONTACT-CHANNEL
                   FROM CCT1
                   WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                     AND DOCUMENT_TYPE = 'ALL '
               END-EXEC
           END-IF
           IF SQLCODE = 0
               MOVE CONTACT-CHANNEL OF CCT1-REC
                   TO WS-LETTER-CHANNEL
           END-IF.
