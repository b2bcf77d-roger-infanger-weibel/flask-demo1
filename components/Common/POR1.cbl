       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Revenue forgone per concession, and the concessions about
      *> to run out, for the relationship managers to renew or let
      *> lapse.
           SELECT POR1-PRINT-FILE ASSIGN TO POR1RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY POV1SQL.
       COPY POF1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  POR1-PRINT-FILE.
       01  POR1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY POV1REC.
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

      *> Print control - page headings with report name, run date
      *> and page number, and a final totals page.
       01  WS-PRINT-STATUS                  PIC X(2).
       01  WS-PRINT-LINE                    PIC X(132).
       01  WS-PAGE-NUMBER                   PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE 99.
       01  WS-PAGE-LIMIT                    PIC 9(3) VALUE 55.
       01  WS-EDIT-PAGE                     PIC ZZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT                   PIC -(9)9.99.
       01  WS-EDIT-VALUE                    PIC -(5)9.99.
       01  WS-REPORT-TITLE                  PIC X(40).

       01  WS-PARM-CARD.
           05  WS-PARM-CYCLE-MONTH          PIC X(7).
           05  FILLER                       PIC X(1).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-RUN-DATE                      PIC X(10).
       01  WS-YEAR                          PIC 9(4).
       01  WS-MONTH                         PIC 9(2).

      *> Concessions ending within OVERRIDE-EXPIRY-DAYS of the run
      *> date (CFG1, default thirty) are listed as expiring.
       01  WS-EXPIRY-PARM                   PIC X(20)
           VALUE 'OVERRIDE-EXPIRY-DAYS'.
       01  WS-EXPIRY-DAYS                   PIC S9(5) COMP.
       01  WS-EXPIRY-DATE                   PIC X(10).
       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-DATE-INTEGER                  PIC S9(9) COMP.

       01  WS-FORGONE-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-FORGONE-DONE              VALUE 'Y'.
       01  WS-EXPIRING-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EXPIRING-DONE             VALUE 'Y'.

       01  WS-CHARGE-COUNT                  PIC S9(9) COMP.
       01  WS-MONTH-FORGONE                 PIC S9(11)V99 COMP-3.
       01  WS-TO-DATE-FORGONE               PIC S9(11)V99 COMP-3.

       01  WS-OVERRIDE-COUNT                PIC 9(7) VALUE 0.
       01  WS-EXPIRING-COUNT                PIC 9(7) VALUE 0.
       01  WS-TOTAL-MONTH-FORGONE           PIC S9(11)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-TO-DATE-FORGONE         PIC S9(11)V99 COMP-3
                                            VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every concession that has repriced a charge up to the end
      *> of the month - what it cost in the month and since it
      *> started. One that cost nothing this month and has already
      *> ended is history and drops off.
       EXEC SQL
           DECLARE FORGONE-CURSOR CURSOR FOR
               SELECT V.CUSTOMER_ID, V.CHARGE_CODE, V.START_DATE,
                      V.END_DATE, V.OVERRIDE_TYPE, V.OVERRIDE_VALUE,
                      V.OVERRIDE_STATUS, V.APPROVED_USER,
                      SUM(CASE WHEN F.CHARGE_MONTH =
                                    :WS-PARM-CYCLE-MONTH
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN F.CHARGE_MONTH =
                                    :WS-PARM-CYCLE-MONTH
                               THEN F.LIST_AMOUNT - F.CHARGED_AMOUNT
                               ELSE 0 END),
                      SUM(F.LIST_AMOUNT - F.CHARGED_AMOUNT)
               FROM POF1 F
               INNER JOIN POV1 V
                   ON V.CUSTOMER_ID = F.CUSTOMER_ID
                  AND V.CHARGE_CODE = F.CHARGE_CODE
                  AND V.START_DATE = F.OVERRIDE_START
               WHERE F.CHARGE_MONTH <= :WS-PARM-CYCLE-MONTH
               GROUP BY V.CUSTOMER_ID, V.CHARGE_CODE, V.START_DATE,
                        V.END_DATE, V.OVERRIDE_TYPE,
                        V.OVERRIDE_VALUE, V.OVERRIDE_STATUS,
                        V.APPROVED_USER
               HAVING SUM(CASE WHEN F.CHARGE_MONTH =
                                    :WS-PARM-CYCLE-MONTH
                               THEN 1 ELSE 0 END) > 0
                   OR V.END_DATE >= :WS-RUN-DATE
               ORDER BY V.CUSTOMER_ID, V.CHARGE_CODE, V.START_DATE
       END-EXEC.

      *> Active concessions whose last day falls inside the expiry
      *> window.
       EXEC SQL
           DECLARE EXPIRING-CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, CHARGE_CODE, START_DATE,
                      END_DATE, OVERRIDE_TYPE, OVERRIDE_VALUE,
                      APPROVED_USER
               FROM POV1
               WHERE OVERRIDE_STATUS = 'A'
                 AND END_DATE >= :WS-RUN-DATE
                 AND END_DATE <= :WS-EXPIRY-DATE
               ORDER BY END_DATE, CUSTOMER_ID, CHARGE_CODE
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Monthly pricing-concession report. What each POV1
      *> concession cost in the cycle month and since it began -
      *> the list charge TBL1 and LFE1 would have made less what
      *> they did charge - then the concessions about to expire.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT POR1-PRINT-FILE
           PERFORM LIST-REVENUE-FORGONE
           PERFORM LIST-EXPIRING-OVERRIDES
           PERFORM PRINT-FINAL-TOTALS
           CLOSE POR1-PRINT-FILE
           DISPLAY "POR1 pricing concessions for "
               WS-PARM-CYCLE-MONTH " - concessions "
               WS-OVERRIDE-COUNT ", expiring " WS-EXPIRING-COUNT
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Cycle month comes in as YYYY-MM, same idiom as TBL1's parm
      *> card - blank defaults to the month before the business
      *> date's, the month TBL1 has just billed.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM READ-BUSINESS-DATE
           IF WS-PARM-CYCLE-MONTH = SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-YEAR
               MOVE WS-RUN-DATE(6:2) TO WS-MONTH
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
                   INTO WS-PARM-CYCLE-MONTH
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           MOVE 30 TO WS-EXPIRY-DAYS
           MOVE WS-EXPIRY-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-EXPIRY-DAYS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2)
                  WS-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               + WS-EXPIRY-DAYS
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-EXPIRY-DATE.

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
           MOVE 'POR1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "POR1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'POR1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'POR1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-OVERRIDE-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       LIST-REVENUE-FORGONE.
           MOVE 'REVENUE FORGONE BY CONCESSION' TO WS-REPORT-TITLE
           MOVE 'CUSTOMER   CODE START      END        TYPE'
               TO WS-PRINT-LINE(1:43)
           MOVE 'VALUE  APPROVER ST CHARGES' TO WS-PRINT-LINE(50:26)
           MOVE 'MONTH FORGONE    TO-DATE FORGONE'
               TO WS-PRINT-LINE(83:32)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-FORGONE-SWITCH
           EXEC SQL
               OPEN FORGONE-CURSOR
           END-EXEC
           PERFORM UNTIL WS-FORGONE-DONE
               EXEC SQL
                   FETCH FORGONE-CURSOR
                   INTO :POV1-REC.CUSTOMER-ID,
                        :POV1-REC.CHARGE-CODE,
                        :POV1-REC.START-DATE,
                        :POV1-REC.END-DATE,
                        :POV1-REC.OVERRIDE-TYPE,
                        :POV1-REC.OVERRIDE-VALUE,
                        :POV1-REC.OVERRIDE-STATUS,
                        :POV1-REC.APPROVED-USER,
                        :WS-CHARGE-COUNT,
                        :WS-MONTH-FORGONE,
                        :WS-TO-DATE-FORGONE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-FORGONE-DONE TO TRUE
               ELSE
                   PERFORM PRINT-FORGONE-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE FORGONE-CURSOR
           END-EXEC.

       PRINT-FORGONE-LINE.
           ADD 1 TO WS-OVERRIDE-COUNT
           ADD WS-MONTH-FORGONE TO WS-TOTAL-MONTH-FORGONE
           ADD WS-TO-DATE-FORGONE TO WS-TOTAL-TO-DATE-FORGONE
           PERFORM FORMAT-OVERRIDE-COLUMNS
           MOVE OVERRIDE-STATUS OF POV1-REC TO WS-PRINT-LINE(66:1)
           MOVE WS-CHARGE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(69:7)
           MOVE WS-MONTH-FORGONE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(83:13)
           MOVE WS-TO-DATE-FORGONE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(102:13)
           PERFORM WRITE-REPORT-LINE.

       FORMAT-OVERRIDE-COLUMNS.
           MOVE CUSTOMER-ID OF POV1-REC TO WS-PRINT-LINE(1:10)
           MOVE CHARGE-CODE OF POV1-REC TO WS-PRINT-LINE(12:4)
           MOVE START-DATE OF POV1-REC TO WS-PRINT-LINE(17:10)
           MOVE END-DATE OF POV1-REC TO WS-PRINT-LINE(28:10)
           MOVE OVERRIDE-TYPE OF POV1-REC TO WS-PRINT-LINE(40:1)
           MOVE OVERRIDE-VALUE OF POV1-REC TO WS-EDIT-VALUE
           MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(45:9)
           MOVE APPROVED-USER OF POV1-REC TO WS-PRINT-LINE(57:8).

       LIST-EXPIRING-OVERRIDES.
           MOVE 'CONCESSIONS EXPIRING' TO WS-REPORT-TITLE
           MOVE 99 TO WS-LINE-COUNT
           MOVE 'CUSTOMER   CODE START      END        TYPE'
               TO WS-PRINT-LINE(1:43)
           MOVE 'VALUE  APPROVER' TO WS-PRINT-LINE(50:15)
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-EXPIRING-SWITCH
           EXEC SQL
               OPEN EXPIRING-CURSOR
           END-EXEC
           PERFORM UNTIL WS-EXPIRING-DONE
               EXEC SQL
                   FETCH EXPIRING-CURSOR
                   INTO :POV1-REC.CUSTOMER-ID,
                        :POV1-REC.CHARGE-CODE,
                        :POV1-REC.START-DATE,
                        :POV1-REC.END-DATE,
                        :POV1-REC.OVERRIDE-TYPE,
                        :POV1-REC.OVERRIDE-VALUE,
                        :POV1-REC.APPROVED-USER
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-EXPIRING-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM FORMAT-OVERRIDE-COLUMNS
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE EXPIRING-CURSOR
           END-EXEC.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE POR1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO POR1-PRINT-RECORD
           STRING 'POR1  ' WS-REPORT-TITLE
               '   MONTH ' WS-PARM-CYCLE-MONTH
               '   RUN DATE ' WS-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO POR1-PRINT-RECORD
           WRITE POR1-PRINT-RECORD
           MOVE SPACES TO POR1-PRINT-RECORD
           WRITE POR1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 'TOTALS' TO WS-REPORT-TITLE
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-OVERRIDE-COUNT TO WS-EDIT-COUNT
           STRING 'CONCESSIONS REPORTED:                '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-MONTH-FORGONE TO WS-EDIT-AMOUNT
           STRING 'REVENUE FORGONE IN THE MONTH:    '
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-TO-DATE-FORGONE TO WS-EDIT-AMOUNT
           STRING 'REVENUE FORGONE TO DATE:         '
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT
           STRING 'CONCESSIONS EXPIRING:                '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
