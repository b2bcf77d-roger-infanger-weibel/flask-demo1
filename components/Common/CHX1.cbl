       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHX1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layout
       COPY CHS1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CHS1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                        PIC X(8) VALUE 'ERRM1'.

      *> The card CHN1 builds into each step job - run date and step
      *> number from the dispatcher, the outcome and return code from
      *> whichever conditional job step of the skeleton ran.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(1).
           05  WS-PARM-STEP-NUMBER          PIC 9(4).
           05  FILLER                       PIC X(1).
           05  WS-PARM-OUTCOME              PIC X(1).
               88  WS-STEP-SUCCEEDED        VALUE 'C'.
               88  WS-STEP-FAILED           VALUE 'F'.
           05  FILLER                       PIC X(1).
           05  WS-PARM-STEP-RC              PIC 9(4).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Closes out one chain step's CHS1 row once its job step has
      *> ended - the step program itself knows nothing of the chain,
      *> so the skeleton runs this after it, 'C' when it ended clean
      *> and 'F' when it ended badly or abended. Only a row still at
      *> 'S' is touched, so a late or repeated mark never undoes
      *> what a rerun has since recorded.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF NOT WS-STEP-SUCCEEDED AND NOT WS-STEP-FAILED
               DISPLAY "CHX1: outcome must be C or F - card "
                   WS-PARM-CARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-STEP-RC NOT NUMERIC
               MOVE 0 TO WS-PARM-STEP-RC
           END-IF
           MOVE WS-PARM-RUN-DATE TO RUN-DATE OF CHS1-REC
           MOVE WS-PARM-STEP-NUMBER TO STEP-NUMBER OF CHS1-REC
           MOVE WS-PARM-OUTCOME TO STEP-STATUS OF CHS1-REC
           MOVE WS-PARM-STEP-RC TO STEP-RETURN-CODE OF CHS1-REC
           EXEC SQL
               UPDATE CHS1
               SET STEP_STATUS = :CHS1-REC.STEP-STATUS,
                   RETURN_CODE = :CHS1-REC.STEP-RETURN-CODE
               WHERE RUN_DATE = :CHS1-REC.RUN-DATE
                 AND STEP_NUMBER = :CHS1-REC.STEP-NUMBER
                 AND STEP_STATUS = 'S'
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                   DISPLAY "CHX1: step " WS-PARM-STEP-NUMBER " of "
                       WS-PARM-RUN-DATE " marked " WS-PARM-OUTCOME
                       " rc " WS-PARM-STEP-RC
               WHEN SQLCODE = 0
               WHEN SQLCODE = 100
                   DISPLAY "CHX1: step " WS-PARM-STEP-NUMBER " of "
                       WS-PARM-RUN-DATE " is not at S - left as is"
               WHEN OTHER
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   DISPLAY "CHX1: step-state update failed - "
                       ERRM1-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
