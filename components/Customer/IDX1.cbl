       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDX1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX1-LETTER-FILE ASSIGN TO IDX1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      *> Customers whose CCT1 preference says email land here in the
      *> same layout - the mailing house only gets the paper file.
           SELECT IDX1-EMAIL-FILE ASSIGN TO IDX1EML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

      *> Customers left with no valid identity document on file, for
      *> the onboarding team to chase.
           SELECT IDX1-PRINT-FILE ASSIGN TO IDX1RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY IDD1SQL.
       COPY CAD1SQL.
       COPY CRR1SQL.
       COPY CCT1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  IDX1-LETTER-FILE.
       COPY IDX1REC.

       FD  IDX1-EMAIL-FILE.
       01  IDX1-EMAIL-RECORD                PIC X(124).

       FD  IDX1-PRINT-FILE.
       01  IDX1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY IDD1REC.
       COPY CAD1REC.
       COPY CRR1REC.
       COPY CCT1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

       01  WS-LETTER-STATUS                 PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).

      *> The customer's preferred channel for letters - the 'LETR'
      *> CCT1 row wins, an 'ALL ' row covers the rest, no row at
      *> all is paper to the CAD1 address.
       01  WS-LETTER-CHANNEL                PIC X(1).

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

      *> Documents expiring within ID-RENEWAL-DAYS of the run date
      *> (CFG1, default sixty) are written to for renewal.
       01  WS-RENEWAL-PARM                  PIC X(20)
           VALUE 'ID-RENEWAL-DAYS'.
       01  WS-RENEWAL-DAYS                  PIC S9(5) COMP.
       01  WS-RENEWAL-DATE                  PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.

       01  WS-DOCUMENT-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-DOCUMENTS-DONE            VALUE 'Y'.
       01  WS-EXCEPTION-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-EXCEPTIONS-DONE           VALUE 'Y'.
       01  WS-CURRENT-RATING                PIC X(1).
       01  WS-LATEST-EXPIRY                 PIC X(10).
       01  WS-DOCUMENT-COUNT                PIC S9(9) COMP.
       01  WS-EDIT-DOCUMENTS                PIC ZZ9.

       01  WS-RENEWAL-COUNT                 PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT                  PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT               PIC 9(7) VALUE 0.
       01  WS-BLOCKED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

      *> Shared correspondence register - every document is logged
      *> on CRG1, and paper to an address the mailing house has
      *> returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every relied-on document of an active customer expiring
      *> inside the renewal window that has not yet been written to
      *> for this expiry - one letter per expiry, however many runs
      *> fall inside the window.
       EXEC SQL
           DECLARE RENEWAL-CURSOR CURSOR FOR
               SELECT D.CUSTOMER_ID, D.DOCUMENT_TYPE,
                      D.DOCUMENT_NUMBER, D.EXPIRY_DATE,
                      C.CUSTOMER_NAME, C.CUSTOMER_ADDRESS
               FROM IDD1 D
               INNER JOIN CAD1 C ON C.CUSTOMER_ID = D.CUSTOMER_ID
               WHERE D.DOCUMENT_STATUS = 'A'
                 AND D.EXPIRY_DATE >= :WS-PARM-RUN-DATE
                 AND D.EXPIRY_DATE <= :WS-RENEWAL-DATE
                 AND D.RENEWAL_LETTER_DATE = '0001-01-01'
                 AND C.CUSTOMER_STATUS_CODE = 'A'
               ORDER BY D.CUSTOMER_ID, D.DOCUMENT_TYPE,
                        D.DOCUMENT_NUMBER
       END-EXEC.

      *> Active customers with documents on file, none of them still
      *> in date. A customer with no IDD1 row at all predates the
      *> register and is not an exception here.
       EXEC SQL
           DECLARE EXPIRED-CURSOR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.CUSTOMER_NAME,
                      COALESCE(R.RISK_RATING, 'M'),
                      MAX(D.EXPIRY_DATE), COUNT(*)
               FROM CAD1 C
               INNER JOIN IDD1 D ON D.CUSTOMER_ID = C.CUSTOMER_ID
               LEFT OUTER JOIN CRR1 R
                   ON R.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE C.CUSTOMER_STATUS_CODE = 'A'
                 AND D.DOCUMENT_STATUS = 'A'
               GROUP BY C.CUSTOMER_ID, C.CUSTOMER_NAME, R.RISK_RATING
               HAVING SUM(CASE WHEN D.EXPIRY_DATE >= :WS-PARM-RUN-DATE
                               THEN 1 ELSE 0 END) = 0
               ORDER BY C.CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Monthly identity-document expiry run. Customers are written
      *> to ahead of a document expiring, asking for the renewed
      *> one; customers whose documents have all run out are listed
      *> for the onboarding team - a high-risk one among them is
      *> already having new payments refused by PAM2.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT IDX1-LETTER-FILE
           OPEN OUTPUT IDX1-EMAIL-FILE
           OPEN OUTPUT IDX1-PRINT-FILE
           PERFORM WRITE-RENEWAL-LETTERS
           PERFORM LIST-EXPIRED-CUSTOMERS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE IDX1-LETTER-FILE
           CLOSE IDX1-EMAIL-FILE
           CLOSE IDX1-PRINT-FILE
           DISPLAY "IDX1 identity-document expiry run for "
               WS-PARM-RUN-DATE " - renewal letters "
               WS-RENEWAL-COUNT ", expired " WS-EXCEPTION-COUNT
               ", blocked " WS-BLOCKED-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           MOVE 60 TO WS-RENEWAL-DAYS
           MOVE WS-RENEWAL-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-RENEWAL-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + WS-RENEWAL-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-RENEWAL-DATE.

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

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'IDX1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "IDX1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'IDX1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'IDX1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 4 tells operations there are customers with no valid
      *> document; RC 8 that a letter could not be recorded.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-RENEWAL-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       WRITE-RENEWAL-LETTERS.
           MOVE 'N' TO WS-DOCUMENT-SWITCH
           EXEC SQL
               OPEN RENEWAL-CURSOR
           END-EXEC
           PERFORM UNTIL WS-DOCUMENTS-DONE
               EXEC SQL
                   FETCH RENEWAL-CURSOR
                   INTO :IDD1-REC.CUSTOMER-ID,
                        :IDD1-REC.DOCUMENT-TYPE,
                        :IDD1-REC.DOCUMENT-NUMBER,
                        :IDD1-REC.EXPIRY-DATE,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-DOCUMENTS-DONE TO TRUE
               ELSE
                   PERFORM WRITE-ONE-LETTER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE RENEWAL-CURSOR
           END-EXEC.

       WRITE-ONE-LETTER.
      *> The letter date is stamped first - a document whose row
      *> cannot be marked gets no letter, so a rerun does not send
      *> the customer two.
           MOVE WS-PARM-RUN-DATE TO RENEWAL-LETTER-DATE OF IDD1-REC
           EXEC SQL
               UPDATE IDD1
               SET RENEWAL_LETTER_DATE = :IDD1-REC.RENEWAL-LETTER-DATE
               WHERE CUSTOMER_ID = :IDD1-REC.CUSTOMER-ID
                 AND DOCUMENT_TYPE = :IDD1-REC.DOCUMENT-TYPE
                 AND DOCUMENT_NUMBER = :IDD1-REC.DOCUMENT-NUMBER
                 AND RENEWAL_LETTER_DATE = '0001-01-01'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  Document " DOCUMENT-TYPE OF IDD1-REC
                       " " DOCUMENT-NUMBER OF IDD1-REC
                       " customer " CUSTOMER-ID OF IDD1-REC
                       " not marked, SQLCODE " SQLCODE
               WHEN SQLERRD(3) = 0
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-RENEWAL-COUNT
                   MOVE CUSTOMER-NAME OF CAD1-REC TO IDX1-CUSTOMER-NAME
                   MOVE CUSTOMER-ADDRESS OF CAD1-REC
                       TO IDX1-CUSTOMER-ADDRESS
                   MOVE DOCUMENT-TYPE OF IDD1-REC TO IDX1-DOCUMENT-TYPE
                   MOVE DOCUMENT-NUMBER OF IDD1-REC
                       TO IDX1-DOCUMENT-NUMBER
                   MOVE EXPIRY-DATE OF IDD1-REC TO IDX1-EXPIRY-DATE
                   MOVE CUSTOMER-ID OF IDD1-REC
                       TO CUSTOMER-ID OF CAD1-REC
                   PERFORM READ-LETTER-CHANNEL
                   PERFORM REGISTER-CORRESPONDENCE
                   EVALUATE TRUE
                       WHEN WS-LETTER-CHANNEL = 'E'
                           WRITE IDX1-EMAIL-RECORD
                               FROM IDX1-LETTER-RECORD
                           ADD 1 TO WS-EMAIL-COUNT
                       WHEN CRW1-PAPER-SUPPRESSED
                           ADD 1 TO WS-SUPPRESSED-COUNT
                       WHEN OTHER
                           WRITE IDX1-LETTER-RECORD
                           ADD 1 TO WS-LETTER-COUNT
                   END-EVALUATE
           END-EVALUATE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF IDD1-REC TO CRW1-CUSTOMER-ID
           MOVE 'IDX1' TO CRW1-DOCUMENT-TYPE
           MOVE DOCUMENT-NUMBER OF IDD1-REC TO CRW1-DOCUMENT-REF
           MOVE WS-PARM-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE IDX1-CUSTOMER-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF IDD1-REC
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

       LIST-EXPIRED-CUSTOMERS.
           MOVE 'CUSTOMER   NAME' TO WS-PRINT-LINE(1:15)
           MOVE 'RATING  DOCUMENTS  LATEST EXPIRY' TO
               WS-PRINT-LINE(43:32)
           MOVE 'PAYMENTS' TO WS-PRINT-LINE(79:8)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-EXCEPTION-SWITCH
           EXEC SQL
               OPEN EXPIRED-CURSOR
           END-EXEC
           PERFORM UNTIL WS-EXCEPTIONS-DONE
               EXEC SQL
                   FETCH EXPIRED-CURSOR
                   INTO :CAD1-REC.CUSTOMER-ID,
                        :CAD1-REC.CUSTOMER-NAME,
                        :WS-CURRENT-RATING,
                        :WS-LATEST-EXPIRY,
                        :WS-DOCUMENT-COUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-EXCEPTIONS-DONE TO TRUE
               ELSE
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE EXPIRED-CURSOR
           END-EXEC.

       PRINT-EXCEPTION-LINE.
      *> A high-risk customer is refused new payments by PAM2 until
      *> a renewed document is recorded through IDM1.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE CUSTOMER-ID OF CAD1-REC TO WS-PRINT-LINE(1:10)
           MOVE CUSTOMER-NAME OF CAD1-REC TO WS-PRINT-LINE(12:30)
           MOVE WS-CURRENT-RATING TO WS-PRINT-LINE(45:1)
           MOVE WS-DOCUMENT-COUNT TO WS-EDIT-DOCUMENTS
           MOVE WS-EDIT-DOCUMENTS TO WS-PRINT-LINE(54:3)
           MOVE WS-LATEST-EXPIRY TO WS-PRINT-LINE(62:10)
           IF WS-CURRENT-RATING = 'H'
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE 'BLOCKED' TO WS-PRINT-LINE(79:7)
           ELSE
               MOVE 'ALLOWED' TO WS-PRINT-LINE(79:7)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE IDX1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO IDX1-PRINT-RECORD
           STRING 'IDX1  CUSTOMERS WITH NO VALID IDENTITY DOCUMENT'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO IDX1-PRINT-RECORD
           WRITE IDX1-PRINT-RECORD
           MOVE SPACES TO IDX1-PRINT-RECORD
           WRITE IDX1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-RENEWAL-COUNT TO WS-EDIT-COUNT
           STRING 'DOCUMENTS WRITTEN TO FOR RENEWAL:    '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LETTER-COUNT TO WS-EDIT-COUNT
           STRING 'PAPER LETTERS WRITTEN:               '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EMAIL-COUNT TO WS-EDIT-COUNT
           STRING 'EMAIL LETTERS WRITTEN:               '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SUPPRESSED-COUNT TO WS-EDIT-COUNT
           STRING 'PAPER HELD - ADDRESS UNDELIVERABLE:  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           STRING 'CUSTOMERS WITH NO VALID DOCUMENT:    '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BLOCKED-COUNT TO WS-EDIT-COUNT
           STRING 'HIGH RISK - PAYMENTS BLOCKED:        '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
           STRING 'DOCUMENTS IN ERROR:                  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
