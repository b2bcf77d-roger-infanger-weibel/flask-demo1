       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TXY1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXY1-CERTIFICATE-FILE ASSIGN TO TXY1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

      *> Customers whose CCT1 preference says email land here in the
      *> same layout - the mailing house only gets the paper file.
           SELECT TXY1-EMAIL-FILE ASSIGN TO TXY1EML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

      *> The annual interest and withholding file for the tax
      *> authority, under the BIF1 header and trailer.
           SELECT TXY1-AUTHORITY-FILE ASSIGN TO TXY1AUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY WHT1SQL.
       COPY TXR1SQL.
       COPY CAD1SQL.
       COPY CCT1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  TXY1-CERTIFICATE-FILE.
       01  TXY1-CERTIFICATE-LINE            PIC X(159).

       FD  TXY1-EMAIL-FILE.
       01  TXY1-EMAIL-RECORD                PIC X(159).

       FD  TXY1-AUTHORITY-FILE.
       01  TXY1-AUTHORITY-LINE              PIC X(89).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY WHT1REC.
       COPY TXR1REC.
       COPY CAD1REC.
       COPY CCT1REC.
       COPY BDR1REC.

      *> Include the certificate and authority record layouts
       COPY TXY1REC.

      *> Include the batch interface header/trailer layouts
       COPY BIF1REC.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Shared correspondence register - every certificate is
      *> logged on CRG1, and paper to an address the mailing house
      *> has returned mail from is held back.
       COPY CRW1.
       01  CRW1-PGM                         PIC X(8) VALUE 'CRW1'.

       01  WS-CERTIFICATE-STATUS            PIC X(2).
       01  WS-EMAIL-STATUS                  PIC X(2).
       01  WS-AUTHORITY-STATUS              PIC X(2).

      *> The customer's preferred channel for letters - the 'LETR'
      *> CCT1 row wins, an 'ALL ' row covers the rest, no row at
      *> all is paper to the CAD1 address.
       01  WS-LETTER-CHANNEL                PIC X(1).

      *> Tax year comes in on the parm card as YYYY - blank is the
      *> year before the business date's, the normal January run.
       01  WS-PARM-CARD.
           05  WS-PARM-TAX-YEAR             PIC X(4).
           05  FILLER                       PIC X(1).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-RUN-DATE                      PIC X(10).
       01  WS-YEAR                          PIC 9(4).
       01  WS-FIRST-MONTH                   PIC X(7).
       01  WS-LAST-MONTH                    PIC X(7).

       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.

       01  WS-YEAR-GROSS                    PIC S9(11)V99 COMP-3.
       01  WS-YEAR-WITHHELD                 PIC S9(11)V99 COMP-3.

       01  WS-CUSTOMER-COUNT                PIC 9(7) VALUE 0.
       01  WS-CERTIFICATE-COUNT             PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT              PIC 9(7) VALUE 0.
       01  WS-TOTAL-GROSS                   PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-WITHHELD                PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-FILE-HASH-TOTAL               PIC 9(13)V99 VALUE 0.
       01  WS-EDIT-TOTAL                    PIC -(13)9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The tax year's WHT1 rows summed per customer, with the
      *> residence and taxpayer number now on TXR1 - a customer who
      *> has since had their row deleted reports the residence the
      *> last month was taxed under.
       EXEC SQL
           DECLARE YEAR-CUSTOMER-CURSOR CURSOR FOR
               SELECT W.CUSTOMER_ID, C.CUSTOMER_NAME,
                      C.CUSTOMER_ADDRESS,
                      COALESCE(T.RESIDENCE_COUNTRY,
                               MAX(W.RESIDENCE_COUNTRY)),
                      COALESCE(T.TAX_REFERENCE, ' '),
                      SUM(W.GROSS_INTEREST), SUM(W.TAX_WITHHELD)
               FROM WHT1 W
               INNER JOIN CAD1 C ON C.CUSTOMER_ID = W.CUSTOMER_ID
               LEFT OUTER JOIN TXR1 T
                   ON T.CUSTOMER_ID = W.CUSTOMER_ID
               WHERE W.INTEREST_MONTH >= :WS-FIRST-MONTH
                 AND W.INTEREST_MONTH <= :WS-LAST-MONTH
               GROUP BY W.CUSTOMER_ID, C.CUSTOMER_NAME,
                        C.CUSTOMER_ADDRESS, T.RESIDENCE_COUNTRY,
                        T.TAX_REFERENCE
               ORDER BY W.CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Year-end tax reporting on credit interest. Every customer
      *> INA1 credited interest to in the tax year gets a
      *> certificate of the gross interest, the tax withheld and
      *> the net, through their CCT1 letter channel; the same
      *> figures go to the tax authority in one annual file whose
      *> BIF1 trailer carries the count and a hash of both amounts.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT TXY1-CERTIFICATE-FILE
           OPEN OUTPUT TXY1-EMAIL-FILE
           OPEN OUTPUT TXY1-AUTHORITY-FILE
           PERFORM WRITE-AUTHORITY-HEADER
           PERFORM REPORT-YEAR-CUSTOMERS
           PERFORM WRITE-AUTHORITY-TRAILER
           CLOSE TXY1-CERTIFICATE-FILE
           CLOSE TXY1-EMAIL-FILE
           CLOSE TXY1-AUTHORITY-FILE
           DISPLAY "===== TXY1 YEAR-END TAX REPORTING "
               WS-PARM-TAX-YEAR " ====="
           DISPLAY "Customers reported:          " WS-CUSTOMER-COUNT
           DISPLAY "Paper certificates written:  "
               WS-CERTIFICATE-COUNT
           DISPLAY "Email certificates written:  " WS-EMAIL-COUNT
           DISPLAY "Paper held - undeliverable:  "
               WS-SUPPRESSED-COUNT
           MOVE WS-TOTAL-GROSS TO WS-EDIT-TOTAL
           DISPLAY "Gross interest:         " WS-EDIT-TOTAL
           MOVE WS-TOTAL-WITHHELD TO WS-EDIT-TOTAL
           DISPLAY "Tax withheld:           " WS-EDIT-TOTAL
           DISPLAY "================================================="
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM READ-BUSINESS-DATE
           IF WS-PARM-TAX-YEAR = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-YEAR
               SUBTRACT 1 FROM WS-YEAR
               MOVE WS-YEAR TO WS-PARM-TAX-YEAR
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           STRING WS-PARM-TAX-YEAR '-01' DELIMITED BY SIZE
               INTO WS-FIRST-MONTH
           STRING WS-PARM-TAX-YEAR '-12' DELIMITED BY SIZE
               INTO WS-LAST-MONTH.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'TXY1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "TXY1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'TXY1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'TXY1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-CUSTOMER-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       WRITE-AUTHORITY-HEADER.
           MOVE 'HDR' TO BIF1-HDR-TAG
           MOVE WS-RUN-DATE TO BIF1-HDR-RUN-DATE
           MOVE 'TXY1' TO BIF1-HDR-PROGRAM
           MOVE SPACES TO TXY1-AUTHORITY-LINE
           MOVE BIF1-HEADER-RECORD TO TXY1-AUTHORITY-LINE(1:21)
           WRITE TXY1-AUTHORITY-LINE.

       WRITE-AUTHORITY-TRAILER.
      *> The hash is the gross interest and the tax withheld of
      *> every detail added together, so the authority's load can
      *> prove both columns arrived whole.
           MOVE 'TRL' TO BIF1-TRL-TAG
           MOVE WS-CUSTOMER-COUNT TO BIF1-TRL-RECORD-COUNT
           MOVE WS-FILE-HASH-TOTAL TO BIF1-TRL-HASH-TOTAL
           MOVE SPACES TO TXY1-AUTHORITY-LINE
           MOVE BIF1-TRAILER-RECORD TO TXY1-AUTHORITY-LINE(1:27)
           WRITE TXY1-AUTHORITY-LINE.

       REPORT-YEAR-CUSTOMERS.
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           EXEC SQL
               OPEN YEAR-CUSTOMER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH YEAR-CUSTOMER-CURSOR
                   INTO :CAD1-REC.CUSTOMER-ID,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS,
                        :TXR1-REC.RESIDENCE-COUNTRY,
                        :TXR1-REC.TAX-REFERENCE,
                        :WS-YEAR-GROSS, :WS-YEAR-WITHHELD
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   PERFORM REPORT-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE YEAR-CUSTOMER-CURSOR
           END-EXEC.

       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD WS-YEAR-GROSS TO WS-TOTAL-GROSS
           ADD WS-YEAR-WITHHELD TO WS-TOTAL-WITHHELD
           PERFORM WRITE-AUTHORITY-DETAIL
           PERFORM WRITE-TAX-CERTIFICATE.

       WRITE-AUTHORITY-DETAIL.
           MOVE SPACES TO TXY1-AUTHORITY-RECORD
           MOVE 'D' TO TXY1-AUT-RECORD-TYPE
           MOVE WS-PARM-TAX-YEAR TO TXY1-AUT-TAX-YEAR
           MOVE CUSTOMER-ID OF CAD1-REC TO TXY1-AUT-CUSTOMER-ID
           MOVE TAX-REFERENCE OF TXR1-REC TO TXY1-AUT-TAX-REFERENCE
           MOVE RESIDENCE-COUNTRY OF TXR1-REC
               TO TXY1-AUT-RESIDENCE-COUNTRY
           MOVE CUSTOMER-NAME OF CAD1-REC TO TXY1-AUT-CUSTOMER-NAME
           MOVE WS-YEAR-GROSS TO TXY1-AUT-GROSS-INTEREST
           MOVE WS-YEAR-WITHHELD TO TXY1-AUT-TAX-WITHHELD
           ADD TXY1-AUT-GROSS-INTEREST TO WS-FILE-HASH-TOTAL
           ADD TXY1-AUT-TAX-WITHHELD TO WS-FILE-HASH-TOTAL
           WRITE TXY1-AUTHORITY-LINE FROM TXY1-AUTHORITY-RECORD.

       WRITE-TAX-CERTIFICATE.
           MOVE CUSTOMER-NAME OF CAD1-REC TO TXY1-CUSTOMER-NAME
           MOVE CUSTOMER-ADDRESS OF CAD1-REC TO TXY1-CUSTOMER-ADDRESS
           MOVE WS-PARM-TAX-YEAR TO TXY1-TAX-YEAR
           MOVE CUSTOMER-ID OF CAD1-REC TO TXY1-CUSTOMER-ID
           MOVE RESIDENCE-COUNTRY OF TXR1-REC
               TO TXY1-RESIDENCE-COUNTRY
           MOVE TAX-REFERENCE OF TXR1-REC TO TXY1-TAX-REFERENCE
           MOVE WS-YEAR-GROSS TO TXY1-GROSS-INTEREST
           MOVE WS-YEAR-WITHHELD TO TXY1-TAX-WITHHELD
           COMPUTE TXY1-NET-INTEREST =
               WS-YEAR-GROSS - WS-YEAR-WITHHELD
           PERFORM READ-LETTER-CHANNEL
           PERFORM REGISTER-CORRESPONDENCE
           EVALUATE TRUE
               WHEN WS-LETTER-CHANNEL = 'E'
                   WRITE TXY1-EMAIL-RECORD
                       FROM TXY1-CERTIFICATE-RECORD
                   ADD 1 TO WS-EMAIL-COUNT
               WHEN CRW1-PAPER-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN OTHER
                   WRITE TXY1-CERTIFICATE-LINE
                       FROM TXY1-CERTIFICATE-RECORD
                   ADD 1 TO WS-CERTIFICATE-COUNT
           END-EVALUATE.

       REGISTER-CORRESPONDENCE.
           MOVE CUSTOMER-ID OF CAD1-REC TO CRW1-CUSTOMER-ID
           MOVE 'TXY1' TO CRW1-DOCUMENT-TYPE
           MOVE WS-PARM-TAX-YEAR TO CRW1-DOCUMENT-REF
           MOVE WS-RUN-DATE TO CRW1-PRODUCED-DATE
           MOVE WS-LETTER-CHANNEL TO CRW1-CHANNEL
           MOVE TXY1-CUSTOMER-ADDRESS TO CRW1-ADDRESS
           CALL CRW1-PGM USING CRW1-COMM-AREA
           IF CRW1-SQLCODE NOT = 0
               DISPLAY "  Customer " CUSTOMER-ID OF CAD1-REC
                   " not on the register, SQLCODE "
                   CRW1-SQLCODE
           END-IF.

       READ-LETTER-CHANNEL.
      *> The 'LETR' preference wins, an 'ALL ' row covers the rest,
      *> no row at all means paper - and phone ('P') certificates
      *> still print, since a certificate cannot be phoned.
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
