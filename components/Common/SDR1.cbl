       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SDR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every user holding both sides of an SDT1 pair, with the
      *> exception standing behind it or a flag where there is none.
           SELECT SDR1-PRINT-FILE ASSIGN TO SDR1OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY ENT1SQL.
       COPY SDT1SQL.
       COPY SDX1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  SDR1-PRINT-FILE.
       01  SDR1-PRINT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY SDT1REC.
       COPY SDX1REC.
       COPY BDR1REC.

      *> Shared operator-entitlement check - the parm-card user must
      *> hold this job's code on ENT1 before the report runs.
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

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-CONFLICT-USER-ID              PIC X(8).

       01  WS-CONFLICT-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CONFLICTS-DONE            VALUE 'Y'.

       01  WS-CONFLICT-COUNT                PIC 9(7) VALUE 0.
       01  WS-EXCEPTED-COUNT                PIC 9(7) VALUE 0.
       01  WS-UNEXCEPTED-COUNT              PIC 9(7) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> A user holding both codes of a rule, live on ENT1
       EXEC SQL
           DECLARE CONFLICT-CURSOR CURSOR FOR
               SELECT A.USER_ID, S.TRANSACTION_CODE_A,
                      S.TRANSACTION_CODE_B, S.RULE_TEXT
               FROM SDT1 S, ENT1 A, ENT1 B
               WHERE A.TRANSACTION_CODE = S.TRANSACTION_CODE_A
                 AND B.TRANSACTION_CODE = S.TRANSACTION_CODE_B
                 AND B.USER_ID = A.USER_ID
                 AND A.ENTITLED_FLAG = 'Y'
                 AND B.ENTITLED_FLAG = 'Y'
               ORDER BY A.USER_ID, S.TRANSACTION_CODE_A,
                        S.TRANSACTION_CODE_B
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Lists every conflicting pair of grants standing on ENT1
      *> today. Run once when the SDT1 rules first go in, to find
      *> the combinations granted before ENM1 checked for them, and
      *> monthly after that for the exceptions granted since. A
      *> conflict with no SDX1 exception behind it ends the run at
      *> return code 4.
           PERFORM READ-PARM-CARD
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT SDR1-PRINT-FILE
           PERFORM REPORT-CONFLICTS
           PERFORM PRINT-FINAL-TOTALS
           CLOSE SDR1-PRINT-FILE
           DISPLAY "SDR1 duty conflict report complete - "
               WS-CONFLICT-COUNT " conflict(s), "
               WS-UNEXCEPTED-COUNT " with no exception"
           PERFORM REGISTER-RUN-END
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and submitting user come in on a parm card, same
      *> idiom as the other batch drivers' parm cards - blank date
      *> reads the BDR1 register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
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

       CHECK-BATCH-AUTHORIZATION.
           MOVE WS-PARM-USER-ID TO AUTM1-USER-ID
           MOVE 'SDR1' TO AUTM1-TRANSACTION-CODE
           CALL AUTM1-PGM USING AUTM1-COMM-AREA
           IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
               DISPLAY "SDR1: user " WS-PARM-USER-ID
                   " is not entitled to run this job - ending"
               STOP RUN
           END-IF.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
           MOVE 'SDR1' TO MAIN-NAME OF RHM1-COMM-AREA
           MOVE 'SDR1' TO RUN-PROGRAM
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF RHM1-COMM-AREA
           MOVE WS-PARM-CARD TO RUN-PARM-CARD
           MOVE 'S' TO RUN-ACTION-CODE
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REGISTER-RUN-END.
           MOVE 'E' TO RUN-ACTION-CODE
           MOVE WS-CONFLICT-COUNT TO RUN-RECORD-COUNT
           MOVE 0 TO RUN-RETURN-CODE
           IF WS-UNEXCEPTED-COUNT > 0
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           CALL RHM1-PGM USING RHM1-COMM-AREA.

       REPORT-CONFLICTS.
           MOVE 'USER ID   CODES       EXCEPTION APPROVED BY / ON      '
               TO WS-PRINT-LINE
           MOVE 'REASON OR RULE' TO WS-PRINT-LINE(57:14)
           PERFORM WRITE-REPORT-LINE
           EXEC SQL
               OPEN CONFLICT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-CONFLICTS-DONE
               EXEC SQL
                   FETCH CONFLICT-CURSOR
                   INTO :WS-CONFLICT-USER-ID,
                        :SDT1-REC.TRANSACTION-CODE-A,
                        :SDT1-REC.TRANSACTION-CODE-B,
                        :SDT1-REC.RULE-TEXT
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CONFLICTS-DONE TO TRUE
               ELSE
                   PERFORM REPORT-ONE-CONFLICT
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CONFLICT-CURSOR
           END-EXEC.

       REPORT-ONE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-CONFLICT-USER-ID TO WS-PRINT-LINE(1:8)
           STRING TRANSACTION-CODE-A OF SDT1-REC ' + '
               TRANSACTION-CODE-B OF SDT1-REC
               DELIMITED BY SIZE INTO WS-PRINT-LINE(11:11)
           PERFORM FIND-LATEST-EXCEPTION
           IF SQLCODE = 0
               ADD 1 TO WS-EXCEPTED-COUNT
               MOVE APPROVED-BY OF SDX1-REC TO WS-PRINT-LINE(23:8)
               MOVE APPROVED-DATE OF SDX1-REC TO WS-PRINT-LINE(33:10)
               MOVE EXCEPTION-REASON OF SDX1-REC
                   TO WS-PRINT-LINE(57:40)
           ELSE
               ADD 1 TO WS-UNEXCEPTED-COUNT
               MOVE '** NO EXCEPTION **' TO WS-PRINT-LINE(23:18)
               MOVE RULE-TEXT OF SDT1-REC TO WS-PRINT-LINE(57:60)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       FIND-LATEST-EXCEPTION.
      *> ENM1 records the exception against whichever code was
      *> granted second, so the pair is looked up both ways round.
           EXEC SQL
               SELECT APPROVED_BY, APPROVED_DATE, EXCEPTION_REASON
               INTO :SDX1-REC.APPROVED-BY, :SDX1-REC.APPROVED-DATE,
                    :SDX1-REC.EXCEPTION-REASON
               FROM SDX1
               WHERE USER_ID = :WS-CONFLICT-USER-ID
                 AND ((TRANSACTION_CODE =
                           :SDT1-REC.TRANSACTION-CODE-A
                       AND CONFLICT_CODE =
                           :SDT1-REC.TRANSACTION-CODE-B)
                   OR (TRANSACTION_CODE =
                           :SDT1-REC.TRANSACTION-CODE-B
                       AND CONFLICT_CODE =
                           :SDT1-REC.TRANSACTION-CODE-A))
               ORDER BY APPROVED_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE SDR1-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO SDR1-PRINT-RECORD
           STRING 'SDR1  SEGREGATION OF DUTIES CONFLICTS'
               '   RUN DATE ' WS-PARM-RUN-DATE
               '   PAGE ' WS-EDIT-PAGE
               DELIMITED BY SIZE INTO SDR1-PRINT-RECORD
           WRITE SDR1-PRINT-RECORD
           MOVE SPACES TO SDR1-PRINT-RECORD
           WRITE SDR1-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-FINAL-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-CONFLICT-COUNT TO WS-EDIT-COUNT
           STRING 'CONFLICTING GRANT PAIRS:             '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPTED-COUNT TO WS-EDIT-COUNT
           STRING 'COVERED BY A DOCUMENTED EXCEPTION:   '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNEXCEPTED-COUNT TO WS-EDIT-COUNT
           STRING 'WITH NO EXCEPTION - TO BE RESOLVED:  '
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.
