       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DNL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DNL1-LETTER-FILE ASSIGN TO DNL1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      *> Customers whose CCT1 preference says email land here in the
      *> same layout - the mailing house only gets the paper file.
           SELECT DNL1-EMAIL-FILE ASSIGN TO DNL1EML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY STO1SQL.
       COPY MND1SQL.
       COPY CAD1SQL.
       COPY CCT1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  DNL1-LETTER-FILE.
       COPY DNL1REC.

       FD  DNL1-EMAIL-FILE.
       01  DNL1-EMAIL-RECORD                PIC X(125).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY STO1REC.
       COPY MND1REC.
       COPY CAD1REC.
       COPY CCT1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Shared value-date adjustment - the notice states the day
      *> SOG1 will actually collect on, not the raw schedule date.
       COPY VDA1.
       01  VDA1-PGM                         PIC X(8) VALUE 'VDA1'.

       01  WS-LETTER-STATUS                 PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

      *> The customer's preferred channel for letters - the 'LETR'
      *> CCT1 row wins, an 'ALL ' row covers the rest, no row at
      *> all is paper to the CAD1 address.
       01  WS-LETTER-CHANNEL                PIC X(1).

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).

      *> The scheme's pre-notification period lives on CFG1 - no row
      *> defaults to fourteen calendar days.
       01  WS-NOTICE-PARM                   PIC X(20)
           VALUE 'DD-NOTICE-DAYS'.
       01  WS-NOTICE-DAYS                   PIC 9(4).

      *> A collection is noticed once its good-day date falls on or
      *> before run date + notice period. Modified following can
      *> roll a due date back a few days, so the cursor looks a week
      *> past that and the adjusted date decides, as SOG1 does.
       01  WS-LOOKAHEAD-DAYS                PIC S9(4) COMP VALUE 7.
       01  WS-NOTICE-DATE                   PIC X(10).
       01  WS-LOOKAHEAD-DATE                PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.
       01  WS-NOTICE-INTEGER                PIC S9(9) COMP.
       01  WS-COLLECT-DATE                  PIC X(10).

       01  WS-ORDER-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-ORDERS-DONE               VALUE 'Y'.
       01  WS-MANDATE-OK-SWITCH             PIC X(1).
           88  WS-MANDATE-OK                VALUE 'Y'.

       01  WS-LETTER-COUNT                  PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-LATE-NOTICE-COUNT             PIC 9(7) VALUE 0.
       01  WS-NO-MANDATE-COUNT              PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every active order with a due date near enough to need its
      *> notice and no notice yet for that occurrence, joined to the
      *> customer's name and address for the letter.
       EXEC SQL
           DECLARE NOTICE-ORDER-CURSOR CURSOR FOR
               SELECT S.ORDER_ID, S.CUSTOMER_ID, S.PAYMENT_AMOUNT,
                      S.PAYMENT_CURRENCY, S.NEXT_RUN_DATE,
                      C.CUSTOMER_NAME, C.CUSTOMER_ADDRESS
               FROM STO1 S
               INNER JOIN CAD1 C ON S.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE S.ACTIVE_FLAG = 'Y'
                 AND S.NEXT_RUN_DATE <= :WS-LOOKAHEAD-DATE
                 AND S.NOTICE_DUE_DATE <> CHAR(S.NEXT_RUN_DATE, ISO)
               ORDER BY S.ORDER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Nightly, ahead of SOG1 - the scheme requires the customer to
      *> be told the amount, date and mandate of every direct debit
      *> a set number of days before it is collected. SOG1 holds any
      *> collection this job has not given notice of.
           PERFORM READ-PARM-CARD
           OPEN OUTPUT DNL1-LETTER-FILE
           OPEN OUTPUT DNL1-EMAIL-FILE
           DISPLAY "===== DNL1 DIRECT-DEBIT ADVANCE NOTICE "
               WS-PARM-RUN-DATE " ====="
           DISPLAY "Notice period: " WS-NOTICE-DAYS " day(s) to "
               WS-NOTICE-DATE
           PERFORM EXTRACT-NOTICE-LETTERS
           CLOSE DNL1-LETTER-FILE
           CLOSE DNL1-EMAIL-FILE
           DISPLAY " "
           DISPLAY "Paper notices written: " WS-LETTER-COUNT
           DISPLAY "Email notices written: " WS-EMAIL-COUNT
           DISPLAY "Paper held - returned: " WS-SUPPRESSED-COUNT
           DISPLAY "Notices short of the period - collection put "
               "back: " WS-LATE-NOTICE-COUNT
           DISPLAY "Orders with no covering mandate: "
               WS-NO-MANDATE-COUNT
           DISPLAY "Orders in error: " WS-ERROR-COUNT
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
           MOVE 14 TO WS-NOTICE-DAYS
           MOVE WS-NOTICE-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-NOTICE-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-NOTICE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + WS-NOTICE-DAYS
           MOVE WS-NOTICE-INTEGER TO WS-DATE-INTEGER
           PERFORM INTEGER-TO-DATE
           MOVE VDA1-DATE TO WS-NOTICE-DATE
           COMPUTE WS-DATE-INTEGER =
               WS-NOTICE-INTEGER + WS-LOOKAHEAD-DAYS
           PERFORM INTEGER-TO-DATE
           MOVE VDA1-DATE TO WS-LOOKAHEAD-DATE.

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

       EXTRACT-NOTICE-LETTERS.
           MOVE 'N' TO WS-ORDER-SWITCH
           EXEC SQL
               OPEN NOTICE-ORDER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ORDERS-DONE
               PERFORM FETCH-NEXT-NOTICE-ORDER
               IF NOT WS-ORDERS-DONE
                   PERFORM ADJUST-ORDER-DUE-DATE
                   IF VDA1-ADJUSTED-DATE NOT > WS-NOTICE-DATE
                       PERFORM NOTIFY-ONE-ORDER
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE NOTICE-ORDER-CURSOR
           END-EXEC.

       FETCH-NEXT-NOTICE-ORDER.
           EXEC SQL
               FETCH NOTICE-ORDER-CURSOR
               INTO :STO1-REC.ORDER-ID, :STO1-REC.CUSTOMER-ID,
                    :STO1-REC.PAYMENT-AMOUNT,
                    :STO1-REC.PAYMENT-CURRENCY,
                    :STO1-REC.NEXT-RUN-DATE,
                    :CAD1-REC.CUSTOMER-NAME,
                    :CAD1-REC.CUSTOMER-ADDRESS
           END-EXEC
           IF SQLCODE = 100
               SET WS-ORDERS-DONE TO TRUE
           END-IF.

       ADJUST-ORDER-DUE-DATE.
           MOVE PAYMENT-CURRENCY OF STO1-REC TO VDA1-CURRENCY
           MOVE NEXT-RUN-DATE OF STO1-REC TO VDA1-DATE
           CALL VDA1-PGM USING VDA1-COMM-AREA.

       NOTIFY-ONE-ORDER.
      *> Only a collection SOG1 would make gets a notice - the same
      *> covering-mandate rule, and the mandate it finds is the one
      *> the letter names.
           PERFORM FIND-COVERING-MANDATE
           IF NOT WS-MANDATE-OK
               ADD 1 TO WS-NO-MANDATE-COUNT
               DISPLAY "  Order " ORDER-ID OF STO1-REC
                   " no notice - customer "
                   CUSTOMER-ID OF STO1-REC
                   " has no active mandate covering the amount"
           ELSE
               MOVE VDA1-ADJUSTED-DATE TO WS-COLLECT-DATE
               IF WS-COLLECT-DATE < WS-NOTICE-DATE
                   PERFORM PUT-BACK-COLLECT-DATE
               END-IF
               PERFORM WRITE-ONE-LETTER
               PERFORM RECORD-NOTICE-SENT
           END-IF.

       FIND-COVERING-MANDATE.
           MOVE 'N' TO WS-MANDATE-OK-SWITCH
           EXEC SQL
               SELECT MANDATE_ID
               INTO :MND1-REC.MANDATE-ID
               FROM MND1
               WHERE CUSTOMER_ID = :STO1-REC.CUSTOMER-ID
                 AND MANDATE_STATUS = 'A'
                 AND CEILING_AMOUNT >= :STO1-REC.PAYMENT-AMOUNT
               ORDER BY MANDATE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
               SET WS-MANDATE-OK TO TRUE
           END-IF.

       PUT-BACK-COLLECT-DATE.
      *> The notice is going out short of the period (a new order, a
      *> changed date, a missed night) - the customer is still owed
      *> the full period, so the collection moves to the first good
      *> day at or after run date + notice days and SOG1 holds it
      *> until then.
           ADD 1 TO WS-LATE-NOTICE-COUNT
           MOVE WS-NOTICE-INTEGER TO WS-DATE-INTEGER
           MOVE LOW-VALUES TO VDA1-ADJUSTED-DATE
           PERFORM UNTIL VDA1-ADJUSTED-DATE NOT < WS-NOTICE-DATE
               PERFORM INTEGER-TO-DATE
               MOVE PAYMENT-CURRENCY OF STO1-REC TO VDA1-CURRENCY
               CALL VDA1-PGM USING VDA1-COMM-AREA
               ADD 1 TO WS-DATE-INTEGER
           END-PERFORM
           MOVE VDA1-ADJUSTED-DATE TO WS-COLLECT-DATE
           DISPLAY "  Order " ORDER-ID OF STO1-REC
               " due " NEXT-RUN-DATE OF STO1-REC
               " notice late - collection held to "
               WS-COLLECT-DATE.

       WRITE-ONE-LETTER.
           MOVE CUSTOMER-NAME OF CAD1-REC TO DNL1-CUSTOMER-NAME
           MOVE CUSTOMER-ADDRESS OF CAD1-REC
               TO DNL1-CUSTOMER-ADDRESS
           MOVE MANDATE-ID OF MND1-REC TO DNL1-MANDATE-ID
           MOVE WS-COLLECT-DATE TO DNL1-COLLECT-DATE
           MOVE PAYMENT-AMOUNT OF STO1-REC TO DNL1-PAYMENT-AMOUNT
           MOVE PAYMENT-CURRENCY OF STO1-REC
               TO DNL1-PAYMENT-CURRENCY
           MOVE CUSTOMER-ID OF STO1-REC TO CUSTOMER-ID OF CAD1-REC
           PERFORM READ-LETTER-CHANNEL
           PERFORM REGISTER-CORRESPONDENCE
           EVALUATE TRUE
               WHEN WS-LETTER-CHANNEL = 'E'
                   WRITE DNL1-EMAIL-RECORD FROM DNL1-LETTER-RECORD
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN CRW1-PAPER-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   WRITE DNL1-LETTER-RECORD
                   ADD 1 TO WS-LETTER-COUNT
           END-EVALUATE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF STO1-REC TO CRW1-CUSTOMER-ID
           MOVE 'DNL1' TO CRW1-DOCUMENT-TYPE
           MOVE ORDER-ID OF STO1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE DNL1-CUSTOMER-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF STO1-REC
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

       RECORD-NOTICE-SENT.
      *> Stamps the occurrence as noticed - SOG1 collects it on or
      *> after the date the letter gave, and the order comes back
      *> here once SOG1 advances NEXT-RUN-DATE to the next one.
           EXEC SQL
               UPDATE STO1
               SET NOTICE_DUE_DATE = :STO1-REC.NEXT-RUN-DATE,
                   NOTICE_COLLECT_DATE = :WS-COLLECT-DATE
               WHERE ORDER_ID = :STO1-REC.ORDER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  Order " ORDER-ID OF STO1-REC
                   " notice written but not recorded - SOG1 will "
                   "hold the collection"
           END-IF.

       INTEGER-TO-DATE.
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE SPACES TO VDA1-DATE
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO VDA1-DATE.
