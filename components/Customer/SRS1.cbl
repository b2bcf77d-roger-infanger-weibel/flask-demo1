       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SRS1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every hit the rescreen queued, for compliance to work the
      *> SCQ1 queue from, and the counts behind the run.
           SELECT SRS1-PRINT-FILE ASSIGN TO SRS1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY SCL1SQL.
       COPY SCQ1SQL.
       COPY CAD1SQL.
       COPY CAD1HSQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  SRS1-PRINT-FILE.
       01  SRS1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY SCL1REC.
       COPY SCQ1REC.
       COPY CAD1REC.
       COPY CAD1HREC.
       COPY BDR1REC.

      *> Legal holds go on through LGM1, the same module the desk
      *> uses, so the hold row and its audit trail look the same.
       COPY LGM1.
       01  LGM1-PGM                         PIC X(8) VALUE 'LGM1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before any customer is held.
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.

      *> Run-history registration - every execution lands on RHT1
      *> through the shared RHM1 module.
       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.

      *> A blank added date rescreens against the latest load's
      *> additions.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).
           05  WS-PARM-ADDED-DATE           PIC X(10).

       01  WS-NULL-IND                      PIC S9(4) COMP.

      *> The entries the load added, normalized once up front - the
      *> customer book is read once and every name held against
      *> this table, instead of re-reading SCL1 per customer.
       01  WS-NEW-ENTRY-TABLE.
           05  WS-NEW-ENTRY                 OCCURS 2000 TIMES.
               10  WS-NEW-ENTRY-LIST        PIC X(20).
               10  WS-NEW-ENTRY-NAME        PIC X(30).
               10  WS-NEW-ENTRY-NORM        PIC X(60).
       01  WS-NEW-ENTRY-COUNT               PIC 9(4) VALUE 0.
       01  WS-NEW-ENTRY-MAX                 PIC 9(4) VALUE 2000.
       01  WS-ENTRY-IX                      PIC 9(4) COMP.
       01  WS-MATCH-IX                      PIC 9(4) COMP.

      *> Normalization work fields - the same normalization CAM2
      *> and CLD1 screen new customers with.
       01  WS-RAW-TEXT                      PIC X(60).
       01  WS-NORM-TEXT                     PIC X(60).
       01  WS-NORM-IX                       PIC 9(4) COMP.
       01  WS-NORM-OUT-IX                   PIC 9(4) COMP.

       01  WS-ENTRY-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-ENTRIES-DONE              VALUE 'Y'.
       01  WS-CUSTOMER-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CUSTOMERS-DONE            VALUE 'Y'.
       01  WS-FORMER-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-FORMER-NAMES-DONE         VALUE 'Y'.
       01  WS-MATCH-SWITCH                  PIC X(1).
           88  WS-NAME-MATCHED              VALUE 'Y'.

       01  WS-MATCHED-AS                    PIC X(7).
       01  WS-MATCHED-NAME                  PIC X(30).
       01  WS-QUEUE-SOURCE                  PIC X(1).
       01  WS-HOLD-TEXT                     PIC X(20).

       01  WS-CUSTOMER-COUNT                PIC 9(7) VALUE 0.
       01  WS-HIT-COUNT                     PIC 9(7) VALUE 0.
       01  WS-ALREADY-OPEN-COUNT            PIC 9(7) VALUE 0.
       01  WS-HOLD-PLACED-COUNT             PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Only the entries the chosen load added - the rest of the
      *> list was screened against when the customer was created,
      *> or by an earlier rescreen.
       EXEC SQL
           DECLARE NEW-ENTRY-CURSOR CURSOR FOR
               SELECT LIST_NAME, ENTRY_NAME
               FROM SCL1
               WHERE ADDED_DATE = :WS-PARM-ADDED-DATE
               ORDER BY LIST_NAME, ENTRY_NAME
       END-EXEC.

      *> The existing active book - closed and inactive customers
      *> move no money and are left to the onboarding screen when
      *> they come back.
       EXEC SQL
           DECLARE ACTIVE-CUSTOMER-CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME, CUSTOMER_ADDRESS,
                      CUSTOMER_STATUS_CODE, OPERATING_UNIT
               FROM CAD1
               WHERE CUSTOMER_STATUS_CODE = 'A'
               ORDER BY CUSTOMER_ID
       END-EXEC.

      *> Names the customer has gone by before - a listed party who
      *> changed name after onboarding is still the listed party.
       EXEC SQL
           DECLARE FORMER-NAME-CURSOR CURSOR FOR
               SELECT DISTINCT CUSTOMER_NAME
               FROM CAD1_HIST
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
                 AND CUSTOMER_NAME <> :CAD1-REC.CUSTOMER-NAME
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Delta sanctions rescreen. CAM2 and CLD1 screen a name once,
      *> at creation; when SLL1 loads a circulation that adds names,
      *> the customers already on the book are held up against only
      *> those additions - current name and every former name on
      *> CAD1_HIST. A hit goes onto the SCQ1 compliance queue for
      *> SCD1 to decide and the customer is put under an LGH1 legal
      *> hold until it is decided, so no money moves meanwhile.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT SRS1-PRINT-FILE
           PERFORM LOAD-NEW-ENTRIES
           IF WS-NEW-ENTRY-COUNT = 0
               MOVE 'NO ENTRIES WERE ADDED ON THIS LOAD DATE'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM RESCREEN-CUSTOMER-BOOK
           END-IF
           PERFORM PRINT-FINAL-TOTALS
           CLOSE SRS1-PRINT-FILE
           DISPLAY "SRS1 sanctions rescreen against entries added "
               WS-PARM-ADDED-DATE " - customers " WS-CUSTOMER-COUNT
               ", hits " WS-HIT-COUNT ", already queued "
               WS-ALREADY-OPEN-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date, submitting user and the SLL1 load date to
      *> rescreen against come in on a parm card, same idiom as the
      *> other batch drivers' parm cards.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           IF WS-PARM-ADDED-DATE = SPACES
               PERFORM FIND-LATEST-LOAD
           END-IF.

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

       FIND-LATEST-LOAD.
           EXEC SQL
               SELECT MAX(ADDED_DATE)
               INTO :WS-PARM-ADDED-DATE :WS-NULL-IND
               FROM SCL1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-NULL-IND < 0
               DISPLAY "SRS1: no screening-list entries are on file"
                   " - ending"
               STOP RUN
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'SRS1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "SRS1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'SRS1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'SRS1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
      *> RC 4 tells operations compliance has new hits to work; RC 8
      *> that a hit could not be queued or held and needs a look.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-CUSTOMER-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-HIT-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LOAD-NEW-ENTRIES.
           MOVE 'N' TO WS-ENTRY-SWITCH
           EXEC SQL
               OPEN NEW-ENTRY-CURSOR
           END-EXEC
           PERFORM UNTIL WS-ENTRIES-DONE
               EXEC SQL
                   FETCH NEW-ENTRY-CURSOR
                   INTO :SCL1-REC.LIST-NAME, :SCL1-REC.ENTRY-NAME
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ENTRIES-DONE TO TRUE
               ELSE
                   PERFORM KEEP-ONE-NEW-ENTRY
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE NEW-ENTRY-CURSOR
           END-EXEC.

       KEEP-ONE-NEW-ENTRY.
      *> A circulation bigger than the table is not half-screened -
      *> the job stops before touching a customer, to be re-run
      *> once the table is raised.
           IF WS-NEW-ENTRY-COUNT NOT < WS-NEW-ENTRY-MAX
               DISPLAY "SRS1: more than " WS-NEW-ENTRY-MAX
                   " entries added on " WS-PARM-ADDED-DATE
                   " - ending"
               MOVE 'E' TO RUN-ACTION-CODE
               MOVE 0 TO RUN-RECORD-COUNT
               MOVE 8 TO RUN-RETURN-CODE
               CALL RHM1-PGM USING RHM1-COMM-AREA
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-ENTRY-COUNT
           MOVE LIST-NAME OF SCL1-REC
               TO WS-NEW-ENTRY-LIST(WS-NEW-ENTRY-COUNT)
           MOVE ENTRY-NAME OF SCL1-REC
               TO WS-NEW-ENTRY-NAME(WS-NEW-ENTRY-COUNT)
           MOVE SPACES TO WS-RAW-TEXT
           MOVE ENTRY-NAME OF SCL1-REC TO WS-RAW-TEXT(1:30)
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-TEXT TO WS-NEW-ENTRY-NORM(WS-NEW-ENTRY-COUNT).

       RESCREEN-CUSTOMER-BOOK.
           MOVE 'CUSTOMER   NAME ON FILE                     MATCHED'
               TO WS-PRINT-LINE
           MOVE 'NAME MATCHED                   LIST'
               TO WS-PRINT-LINE(56:35)
           MOVE 'HOLD' TO WS-PRINT-LINE(107:4)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-CUSTOMER-SWITCH
           EXEC SQL
               OPEN ACTIVE-CUSTOMER-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CUSTOMERS-DONE
               EXEC SQL
                   FETCH ACTIVE-CUSTOMER-CURSOR
                   INTO :CAD1-REC.CUSTOMER-ID,
                        :CAD1-REC.CUSTOMER-NAME,
                        :CAD1-REC.CUSTOMER-ADDRESS,
                        :CAD1-REC.CUSTOMER-STATUS-CODE,
                        :CAD1-REC.OPERATING-UNIT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUSTOMERS-DONE TO TRUE
               ELSE
                   PERFORM RESCREEN-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE ACTIVE-CUSTOMER-CURSOR
           END-EXEC.

       RESCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE SPACES TO WS-RAW-TEXT
           MOVE CUSTOMER-NAME OF CAD1-REC TO WS-RAW-TEXT(1:30)
           PERFORM NORMALIZE-TEXT
           PERFORM MATCH-AGAINST-NEW-ENTRIES
           IF WS-NAME-MATCHED
               MOVE 'CURRENT' TO WS-MATCHED-AS
               MOVE CUSTOMER-NAME OF CAD1-REC TO WS-MATCHED-NAME
           ELSE
               PERFORM SCREEN-FORMER-NAMES
           END-IF
           IF WS-NAME-MATCHED
               PERFORM QUEUE-RESCREEN-HIT
           END-IF.

       SCREEN-FORMER-NAMES.
           MOVE 'N' TO WS-FORMER-SWITCH
           EXEC SQL
               OPEN FORMER-NAME-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FORMER-NAMES-DONE OR WS-NAME-MATCHED
               EXEC SQL
                   FETCH FORMER-NAME-CURSOR
                   INTO :CAD1-HIST-REC.CUSTOMER-NAME
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-FORMER-NAMES-DONE TO TRUE
               ELSE
                   MOVE SPACES TO WS-RAW-TEXT
                   MOVE CUSTOMER-NAME OF CAD1-HIST-REC
                       TO WS-RAW-TEXT(1:30)
                   PERFORM NORMALIZE-TEXT
                   PERFORM MATCH-AGAINST-NEW-ENTRIES
                   IF WS-NAME-MATCHED
                       MOVE 'FORMER' TO WS-MATCHED-AS
                       MOVE CUSTOMER-NAME OF CAD1-HIST-REC
                           TO WS-MATCHED-NAME
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FORMER-NAME-CURSOR
           END-EXEC.

       MATCH-AGAINST-NEW-ENTRIES.
           MOVE 'N' TO WS-MATCH-SWITCH
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > WS-NEW-ENTRY-COUNT
                      OR WS-NAME-MATCHED
               IF WS-NEW-ENTRY-NORM(WS-ENTRY-IX) = WS-NORM-TEXT
                   SET WS-NAME-MATCHED TO TRUE
                   MOVE WS-ENTRY-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM.

       QUEUE-RESCREEN-HIT.
      *> A customer already waiting on an open SCQ1 item is being
      *> decided - the earlier hit stands and its hold with it.
           EXEC SQL
               SELECT QUEUE_STATUS
               INTO :SCQ1-REC.QUEUE-STATUS
               FROM SCQ1
               WHERE CUSTOMER_ID = :CAD1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 0 AND QUEUE-STATUS OF SCQ1-REC = 'O'
               ADD 1 TO WS-ALREADY-OPEN-COUNT
               MOVE 'ALREADY QUEUED' TO WS-HOLD-TEXT
               PERFORM PRINT-HIT-LINE
           ELSE
               ADD 1 TO WS-HIT-COUNT
               PERFORM PLACE-LEGAL-HOLD
               PERFORM WRITE-QUEUE-ITEM
               PERFORM PRINT-HIT-LINE
           END-IF.

       PLACE-LEGAL-HOLD.
      *> A hold that already stands (a court order, say) is left
      *> as it is and marked so SCD1 does not lift it on approval.
           MOVE SPACES TO LGM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF LGM1-COMM-AREA
           MOVE 'SRS1' TO MAIN-NAME OF LGM1-COMM-AREA
           MOVE CUSTOMER-ID OF CAD1-REC TO CUSTOMER-ID OF LGM1-COMM-AREA
           MOVE 'P' TO ACTION-CODE OF LGM1-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF LGM1-COMM-AREA
           CALL LGM1-PGM USING LGM1-COMM-AREA
           EVALUATE HOLD-STATUS OF LGM1-COMM-AREA
               WHEN 'S'
                   MOVE 'R' TO WS-QUEUE-SOURCE
                   MOVE 'PLACED' TO WS-HOLD-TEXT
                   ADD 1 TO WS-HOLD-PLACED-COUNT
               WHEN 'X'
                   MOVE 'H' TO WS-QUEUE-SOURCE
                   MOVE 'ALREADY STANDING' TO WS-HOLD-TEXT
               WHEN OTHER
                   MOVE 'R' TO WS-QUEUE-SOURCE
                   MOVE 'NOT PLACED - SEE LOG' TO WS-HOLD-TEXT
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "SRS1: hold not placed on "
                       CUSTOMER-ID OF CAD1-REC ": "
                       ERROR-MESSAGE OF LGM1-COMM-AREA
           END-EVALUATE.

       WRITE-QUEUE-ITEM.
      *> SCQ1 holds one item per customer - a customer decided on an
      *> earlier match is re-opened with the new one; the earlier
      *> decision stays on SCD1's AUD1 trail.
           MOVE CUSTOMER-ID OF CAD1-REC TO CUSTOMER-ID OF SCQ1-REC
           MOVE CUSTOMER-NAME OF CAD1-REC TO CUSTOMER-NAME OF SCQ1-REC
           MOVE CUSTOMER-ADDRESS OF CAD1-REC
               TO CUSTOMER-ADDRESS OF SCQ1-REC
           MOVE CUSTOMER-STATUS-CODE OF CAD1-REC
               TO CUSTOMER-STATUS-CODE OF SCQ1-REC
           MOVE OPERATING-UNIT OF CAD1-REC TO OPERATING-UNIT OF SCQ1-REC
           MOVE WS-NEW-ENTRY-NAME(WS-MATCH-IX)
               TO MATCHED-NAME OF SCQ1-REC
           MOVE 'O' TO QUEUE-STATUS OF SCQ1-REC
           MOVE WS-PARM-RUN-DATE TO QUEUE-DATE OF SCQ1-REC
           MOVE SPACES TO DECISION-USER OF SCQ1-REC
           MOVE '0001-01-01' TO DECISION-DATE OF SCQ1-REC
           MOVE WS-QUEUE-SOURCE TO QUEUE-SOURCE OF SCQ1-REC
           EXEC SQL
               INSERT INTO SCQ1
                   (CUSTOMER_ID, CUSTOMER_NAME, CUSTOMER_ADDRESS,
                    CUSTOMER_STATUS_CODE, OPERATING_UNIT,
                    MATCHED_NAME, QUEUE_STATUS, QUEUE_DATE,
                    DECISION_USER, DECISION_DATE, QUEUE_SOURCE)
               VALUES
                   (:SCQ1-REC.CUSTOMER-ID, :SCQ1-REC.CUSTOMER-NAME,
                    :SCQ1-REC.CUSTOMER-ADDRESS,
                    :SCQ1-REC.CUSTOMER-STATUS-CODE,
                    :SCQ1-REC.OPERATING-UNIT,
                    :SCQ1-REC.MATCHED-NAME, :SCQ1-REC.QUEUE-STATUS,
                    :SCQ1-REC.QUEUE-DATE, :SCQ1-REC.DECISION-USER,
                    :SCQ1-REC.DECISION-DATE, :SCQ1-REC.QUEUE-SOURCE)
           END-EXEC
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE SCQ1
                   SET CUSTOMER_NAME = :SCQ1-REC.CUSTOMER-NAME,
                       CUSTOMER_ADDRESS = :SCQ1-REC.CUSTOMER-ADDRESS,
                       CUSTOMER_STATUS_CODE =
                           :SCQ1-REC.CUSTOMER-STATUS-CODE,
                       OPERATING_UNIT = :SCQ1-REC.OPERATING-UNIT,
                       MATCHED_NAME = :SCQ1-REC.MATCHED-NAME,
                       QUEUE_STATUS = 'O',
                       QUEUE_DATE = :SCQ1-REC.QUEUE-DATE,
                       DECISION_USER = :SCQ1-REC.DECISION-USER,
                       DECISION_DATE = :SCQ1-REC.DECISION-DATE,
                       QUEUE_SOURCE = :SCQ1-REC.QUEUE-SOURCE
                   WHERE CUSTOMER_ID = :SCQ1-REC.CUSTOMER-ID
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "SRS1: " CUSTOMER-ID OF CAD1-REC
                   " not queued: " ERRM1-MESSAGE
           END-IF.

       PRINT-HIT-LINE.
           MOVE CUSTOMER-ID OF CAD1-REC TO WS-PRINT-LINE(1:10)
           MOVE CUSTOMER-NAME OF CAD1-REC TO WS-PRINT-LINE(12:30)
           MOVE WS-MATCHED-AS TO WS-PRINT-LINE(45:7)
           MOVE WS-MATCHED-NAME TO WS-PRINT-LINE(56:30)
           MOVE WS-NEW-ENTRY-LIST(WS-MATCH-IX) TO WS-PRINT-LINE(87:20)
           MOVE WS-HOLD-TEXT TO WS-PRINT-LINE(107:20)
           PERFORM WRITE-REPORT-LINE
           MOVE '           LISTED AS ' TO WS-PRINT-LINE(1:21)
           MOVE WS-NEW-ENTRY-NAME(WS-MATCH-IX) TO WS-PRINT-LINE(22:30)
           PERFORM WRITE-REPORT-LINE.

       NORMALIZE-TEXT.
      *> Same normalization CAM2 and CLD1 run - upper case,
      *> punctuation and blanks squeezed out, so a cosmetic
      *> spelling difference cannot slip a listed name through.
           INSPECT WS-RAW-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-RAW-TEXT CONVERTING '.,-/#' TO '     '
           MOVE SPACES TO WS-NORM-TEXT
           MOVE 0 TO WS-NORM-OUT-IX
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
                   UNTIL WS-NORM-IX > 60
               IF WS-RAW-TEXT(WS-NORM-IX:1) NOT = SPACE
                   ADD 1 TO WS-NORM-OUT-IX
                   MOVE WS-RAW-TEXT(WS-NORM-IX:1)
                       TO WS-NORM-TEXT(WS-NORM-OUT-IX:1)
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE SRS1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO SRS1-PRINT-RECORD
           STRING 'SRS1  SANCTIONS RESCREEN - ENTRIES ADDED '
               WS-PARM-ADDED-DATE
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO SRS1-PRINT-RECORD
           WRITE SRS1-PRINT-RECORD
           MOVE SPACES TO SRS1-PRINT-RECORD
           WRITE SRS1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-NEW-ENTRY-COUNT TO WS-EDIT-COUNT
           STRING 'ENTRIES ADDED BY THE LOAD:           '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-EDIT-COUNT
           STRING 'ACTIVE CUSTOMERS RESCREENED:         '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HIT-COUNT TO WS-EDIT-COUNT
           STRING 'NEW HITS QUEUED FOR COMPLIANCE:      '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HOLD-PLACED-COUNT TO WS-EDIT-COUNT
           STRING 'LEGAL HOLDS PLACED:                  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ALREADY-OPEN-COUNT TO WS-EDIT-COUNT
           STRING 'HITS ALREADY AWAITING A DECISION:    '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           STRING 'HITS NOT QUEUED OR NOT HELD:         '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
