       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHN1-SKELETON-FILE ASSIGN TO CHN1SKL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKELETON-STATUS.
           SELECT CHN1-JOB-FILE ASSIGN TO CHN1JOB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CHD1SQL.
       COPY CHS1SQL.
       COPY HOL1SQL.
       COPY CFG1SQL.
       COPY BDR1SQL.

       FILE SECTION.
       FD  CHN1-SKELETON-FILE.
       01  CHN1-SKELETON-RECORD             PIC X(80).

       FD  CHN1-JOB-FILE.
       01  CHN1-JOB-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CHD1REC.
       COPY CHS1REC.
       COPY CFG1REC.
       COPY BDR1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(1).
           05  WS-PARM-MODE                 PIC X(1).
               88  WS-CATCH-UP-MODE         VALUE 'C'.

       01  WS-SKELETON-STATUS               PIC X(2).
       01  WS-JOB-STATUS                    PIC X(2).

       01  WS-STEP-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-STEPS-DONE                VALUE 'Y'.

       01  WS-PRIOR-STATUS                  PIC X(1).
       01  WS-STEP-RC                       PIC S9(9) COMP.

       01  WS-RUN-COUNT                     PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-CALENDAR-SKIP-COUNT           PIC 9(5) VALUE 0.
       01  WS-COMPLETED-COUNT               PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT                  PIC 9(5) VALUE 0.
       01  WS-BLOCKED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-STALLED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-UNRESOLVED-COUNT              PIC 9(5) VALUE 0.

      *> The chain's steps, loaded once from CHD1 with the parm card
      *> stacked for each - the dispatcher works the whole graph from
      *> here. State: ' '=waiting on predecessors, 'R'=submitted and
      *> running, 'C'=complete, 'K'=skipped per calendar, 'F'=failed,
      *> 'B'=blocked behind a failed predecessor.
       01  WS-STEP-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-STEP-IX                       PIC 9(4) COMP.
       01  WS-FOUND-IX                      PIC 9(4) COMP.
       01  WS-SEARCH-IX                     PIC 9(4) COMP.
       01  WS-PRED-IX                       PIC 9(4) COMP.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 200 TIMES.
               10  WS-TBL-STEP-NUMBER       PIC S9(9) COMP.
               10  WS-TBL-PROGRAM           PIC X(8).
               10  WS-TBL-PRIOR-STATUS      PIC X(1).
               10  WS-TBL-STATE             PIC X(1).
                   88  WS-TBL-WAITING       VALUE ' '.
                   88  WS-TBL-RUNNING       VALUE 'R'.
                   88  WS-TBL-COMPLETE      VALUE 'C'.
                   88  WS-TBL-CALENDAR-SKIP VALUE 'K'.
                   88  WS-TBL-FAILED        VALUE 'F'.
                   88  WS-TBL-BLOCKED       VALUE 'B'.
               10  WS-TBL-PREDECESSORS      PIC X(40).
               10  WS-TBL-PREDECESSOR REDEFINES WS-TBL-PREDECESSORS
                                            PIC X(4) OCCURS 10 TIMES.
               10  WS-TBL-PARM-CARD         PIC X(80).
               10  WS-TBL-STACKED-CARD      PIC X(80).

      *> Catch-up mode - one full chain pass per register date
      *> EOD1 never got to roll, oldest first. The stacked step
      *> cards are read once and re-dated for every pass.
       01  WS-CARDS-LOADED-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-CARDS-LOADED              VALUE 'Y'.
       01  WS-PASS-SWITCH                   PIC X(1).
           88  WS-PASS-CLEAN                VALUE 'Y'.
       01  WS-CATCH-UP-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-CATCH-UP-DONE             VALUE 'Y'.
       01  WS-TODAY                         PIC X(10).
       01  WS-NEXT-RUN-DATE                 PIC X(10).
       01  WS-DATES-LEFT                    PIC 9(5) VALUE 0.
       01  WS-PASS-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-PASS-IX                       PIC 9(4) COMP.
       01  WS-PASS-TABLE.
           05  WS-PASS-ENTRY OCCURS 400 TIMES.
               10  WS-PASS-RUN-DATE         PIC X(10).
               10  WS-PASS-OUTCOME          PIC X(30).

      *> Predecessor check for one waiting step.
       01  WS-PRED-RESULT                   PIC X(1).
           88  WS-PRED-READY                VALUE 'R'.
           88  WS-PRED-WAITING              VALUE 'W'.
           88  WS-PRED-BLOCKED              VALUE 'B'.
       01  WS-PRED-NUMBER                   PIC 9(4).
       01  WS-BLOCKING-STEP                 PIC 9(4).
       01  WS-PREVIOUS-STEP                 PIC 9(4).
       01  WS-SEARCH-NUMBER                 PIC S9(9) COMP.

      *> Dispatch-loop controls, from CFG1 with defaults - how many
      *> steps may run at once, how often the running ones are
      *> polled, and how long the chain may go without any step
      *> finishing before the controller gives up waiting.
       01  WS-MAX-PARALLEL                  PIC 9(4) COMP VALUE 3.
       01  WS-RUNNING-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-POLL-SECONDS                  PIC 9(4) COMP-3 VALUE 30.
       01  WS-STALL-SECONDS                 PIC 9(7) COMP-3 VALUE 7200.
       01  WS-IDLE-SECONDS                  PIC 9(7) COMP-3 VALUE 0.
       01  WS-PARM-FOUND-SWITCH             PIC X(1).
           88  WS-PARM-FOUND                VALUE 'Y'.
       01  WS-CHANGE-SWITCH                 PIC X(1).
           88  WS-STATE-CHANGED             VALUE 'Y'.
       01  WS-SETTLED-SWITCH                PIC X(1) VALUE 'N'.
           88  WS-CHAIN-SETTLED             VALUE 'Y'.
       01  WS-POLL-STATUS                   PIC X(1).

      *> The step-job skeleton, held in storage and copied out once
      *> per submitted step.
       01  WS-SKELETON-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-SKELETON-EOF              VALUE 'Y'.
       01  WS-SKELETON-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SKELETON-IX                   PIC 9(4) COMP.
       01  WS-SKELETON-TABLE.
           05  WS-SKELETON-LINE             PIC X(80) OCCURS 100 TIMES.
       01  WS-JOB-LINE                      PIC X(80).
       01  WS-JOB-NAME.
           05  FILLER                       PIC X(2) VALUE 'CH'.
           05  WS-JOB-NAME-NUMBER           PIC 9(6).
       01  WS-MARK-STEP-NUMBER              PIC 9(4).

      *> Run-calendar work fields - the frequency decision per step
      *> from the run date, the day of week, and whether tonight is

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> The chain's steps and what each waits for - the step table
      *> is how the nightly's dependencies stop being operator
      *> folklore.
       EXEC SQL
           DECLARE CHAIN-STEP-CURSOR CURSOR FOR
               SELECT STEP_NUMBER, PROGRAM_NAME, FREQUENCY_CODE,
                      FREQUENCY_DAY, PREDECESSOR_STEPS
               FROM CHD1
               ORDER BY STEP_NUMBER
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> One submission runs the whole nightly as a dependency graph.
      *> Every step whose CHD1 predecessors are complete (or skipped
      *> per calendar) is submitted as its own job, up to the
      *> CHAIN-MAX-PARALLEL limit, so branches that share no data run
      *> side by side. Each step's CHS1 row goes to 'S' when its job
      *> is submitted; the CHX1 step at the end of the job sets it to
      *> 'C' or 'F', and this controller polls for that. A failed
      *> step holds only the steps that wait on it, directly or
      *> further down; everything else carries on. A resubmission for
      *> the same date skips the completed steps and reruns the ones
      *> that failed, died or never started.
      *>
      *> The job's SYSIN stacks this controller's parm card first and
      *> then one card per step, in STEP-NUMBER order, which is
      *> handed to that step in its own job. CHN1SKL holds the step
      *> job skeleton: '&JOBNAME' and '&PROGRAM' are replaced on
      *> every line, a line starting '&PARM' becomes the step's parm
      *> card, and a line starting '&STEP' becomes a CHX1 card - the
      *> run date and step number, followed by the rest of the line
      *> (' C 0000' on the clean-end branch, ' F 0008' on the
      *> failure branch). CHN1JOB goes to the internal reader.
      *>
      *> A 'C' in column 12 of the controller's card asks for
      *> catch-up after nights that never ran: the run date on the
      *> card is ignored, and the chain runs once for every date from
      *> the BDR1 PROCESS-DATE up to yesterday, each pass judged
      *> against its own date's calendar, with the chain's EOD1 step
      *> rolling the register on to the next. Catch-up stops at the
      *> first date that does not finish clean.
           PERFORM READ-PARM-CARD
           PERFORM READ-CHAIN-PARMS
           PERFORM LOAD-STEP-SKELETON
           OPEN OUTPUT CHN1-JOB-FILE
           IF WS-JOB-STATUS NOT = '00'
               DISPLAY "CHN1: unable to open CHN1JOB, status "
                   WS-JOB-STATUS " - chain not started"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CATCH-UP-MODE
               PERFORM RUN-CATCH-UP
           ELSE
               PERFORM RUN-CHAIN-PASS
           END-IF
           CLOSE CHN1-JOB-FILE
           STOP RUN.

       RUN-CHAIN-PASS.
      *> One full run of the chain for WS-PARM-RUN-DATE.
           MOVE 0 TO WS-STEP-COUNT WS-RUNNING-COUNT WS-RUN-COUNT
                     WS-SKIPPED-COUNT WS-CALENDAR-SKIP-COUNT
                     WS-COMPLETED-COUNT WS-FAILED-COUNT
                     WS-BLOCKED-COUNT WS-STALLED-COUNT
                     WS-UNRESOLVED-COUNT
           PERFORM COMPUTE-CALENDAR-FACTS
           DISPLAY "===== CHN1 BATCH CHAIN " WS-PARM-RUN-DATE
               " ====="
           PERFORM LOAD-CHAIN-STEPS
           SET WS-CARDS-LOADED TO TRUE
           PERFORM RUN-CHAIN-STEPS
           PERFORM REPORT-UNRESOLVED-STEPS
           DISPLAY " "
           DISPLAY "Steps run this submission:     " WS-RUN-COUNT
           DISPLAY "  of which completed:          " WS-COMPLETED-COUNT
           DISPLAY "  of which failed:             " WS-FAILED-COUNT
           DISPLAY "  of which still running:      " WS-STALLED-COUNT
           DISPLAY "Steps already complete:        " WS-SKIPPED-COUNT
           DISPLAY "Steps skipped per calendar:    "
               WS-CALENDAR-SKIP-COUNT
           DISPLAY "Steps held by a failed step:   " WS-BLOCKED-COUNT
           DISPLAY "Steps never ready:             "
               WS-UNRESOLVED-COUNT
           DISPLAY "================================================="
           SET WS-PASS-CLEAN TO TRUE
           IF WS-FAILED-COUNT > 0 OR WS-BLOCKED-COUNT > 0
               OR WS-STALLED-COUNT > 0 OR WS-UNRESOLVED-COUNT > 0
               MOVE 'N' TO WS-PASS-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       RUN-CATCH-UP.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           PERFORM READ-REGISTER-DATE
           MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-RUN-DATE
           DISPLAY "===== CHN1 CATCH-UP FROM " WS-PARM-RUN-DATE
               " TO THE DAY BEFORE " WS-TODAY " ====="
           IF WS-PARM-RUN-DATE NOT < WS-TODAY
               DISPLAY "CHN1: register is at " WS-PARM-RUN-DATE
                   " - no missed nights to catch up"
               SET WS-CATCH-UP-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-CATCH-UP-DONE
               PERFORM RUN-CHAIN-PASS
               PERFORM RECORD-CATCH-UP-PASS
           END-PERFORM
           PERFORM REPORT-CATCH-UP.

       RECORD-CATCH-UP-PASS.
      *> A pass counts only if it ended clean and EOD1 moved the
      *> register past it - a register that did not move means the
      *> chain has no EOD1 step tonight, and looping on the same date
      *> would repeat it forever.
           IF WS-PASS-COUNT < 400
               ADD 1 TO WS-PASS-COUNT
           END-IF
           MOVE WS-PARM-RUN-DATE TO WS-PASS-RUN-DATE(WS-PASS-COUNT)
           IF NOT WS-PASS-CLEAN
               MOVE 'FAILED - catch-up stopped'
                   TO WS-PASS-OUTCOME(WS-PASS-COUNT)
               SET WS-CATCH-UP-DONE TO TRUE
           ELSE
               PERFORM READ-REGISTER-DATE
               MOVE PROCESS-DATE OF BDR1-REC TO WS-NEXT-RUN-DATE
               IF WS-NEXT-RUN-DATE NOT > WS-PARM-RUN-DATE
                   MOVE 'RAN - BDR1 not advanced'
                       TO WS-PASS-OUTCOME(WS-PASS-COUNT)
                   DISPLAY "CHN1: BDR1 still at " WS-NEXT-RUN-DATE
                       " after the pass - catch-up stopped"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CATCH-UP-DONE TO TRUE
               ELSE
                   MOVE 'completed'
                       TO WS-PASS-OUTCOME(WS-PASS-COUNT)
                   MOVE WS-NEXT-RUN-DATE TO WS-PARM-RUN-DATE
                   IF WS-PARM-RUN-DATE NOT < WS-TODAY
                       SET WS-CATCH-UP-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       REPORT-CATCH-UP.
           DISPLAY " "
           DISPLAY "===== CHN1 CATCH-UP SUMMARY ====="
           PERFORM VARYING WS-PASS-IX FROM 1 BY 1
                   UNTIL WS-PASS-IX > WS-PASS-COUNT
               DISPLAY "  " WS-PASS-RUN-DATE(WS-PASS-IX) "  "
                   WS-PASS-OUTCOME(WS-PASS-IX)
           END-PERFORM
           IF WS-PASS-COUNT > 0
               AND WS-PASS-OUTCOME(WS-PASS-COUNT) NOT = 'completed'
               PERFORM COUNT-DATES-LEFT
               DISPLAY "  Dates not attempted:         " WS-DATES-LEFT
           END-IF
           DISPLAY "=================================================".

       COUNT-DATES-LEFT.
      *> Dates after the one that stopped catch-up, up to yesterday.
           STRING WS-PARM-RUN-DATE(1:4) WS-PARM-RUN-DATE(6:2)
                  WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           STRING WS-TODAY(1:4) WS-TODAY(6:2) WS-TODAY(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           COMPUTE WS-DATES-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               - WS-DATE-INTEGER - 1.

       READ-REGISTER-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "CHN1: BDR1 register read failed - "
                   ERRM1-MESSAGE
               MOVE 8 TO RETURN-CODE
               CLOSE CHN1-JOB-FILE
               STOP RUN
           END-IF.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       READ-CHAIN-PARMS.
           MOVE 'CHAIN-MAX-PARALLEL' TO PARM-NAME OF CFG1-REC
           PERFORM READ-ONE-PARM
           IF WS-PARM-FOUND
               COMPUTE WS-MAX-PARALLEL =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           IF WS-MAX-PARALLEL < 1
               MOVE 1 TO WS-MAX-PARALLEL
           END-IF
           MOVE 'CHAIN-POLL-SECONDS' TO PARM-NAME OF CFG1-REC
           PERFORM READ-ONE-PARM
           IF WS-PARM-FOUND
               COMPUTE WS-POLL-SECONDS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           IF WS-POLL-SECONDS < 1
               MOVE 1 TO WS-POLL-SECONDS
           END-IF
           MOVE 'CHAIN-STALL-MINUTES' TO PARM-NAME OF CFG1-REC
           PERFORM READ-ONE-PARM
           IF WS-PARM-FOUND
               COMPUTE WS-STALL-SECONDS =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC) * 60
           END-IF
           IF WS-STALL-SECONDS < WS-POLL-SECONDS
               MOVE WS-POLL-SECONDS TO WS-STALL-SECONDS
           END-IF.

       READ-ONE-PARM.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               SET WS-PARM-FOUND TO TRUE
           END-IF.

       LOAD-STEP-SKELETON.
           OPEN INPUT CHN1-SKELETON-FILE
           IF WS-SKELETON-STATUS NOT = '00'
               DISPLAY "CHN1: unable to open CHN1SKL, status "
                   WS-SKELETON-STATUS " - chain not started"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SKELETON-EOF
               READ CHN1-SKELETON-FILE
                   AT END
                       SET WS-SKELETON-EOF TO TRUE
                   NOT AT END
                       IF WS-SKELETON-COUNT < 100
                           ADD 1 TO WS-SKELETON-COUNT
                           MOVE CHN1-SKELETON-RECORD
                               TO WS-SKELETON-LINE(WS-SKELETON-COUNT)
                       ELSE
                           DISPLAY "CHN1: CHN1SKL longer than 100 "
                               "lines - chain not started"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHN1-SKELETON-FILE
           IF WS-SKELETON-COUNT = 0
               DISPLAY "CHN1: CHN1SKL is empty - chain not started"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CHAIN-STEPS.
      *> Every step's stacked card is read here, in STEP-NUMBER
      *> order, whether or not the step runs tonight - so the deck
      *> stays in register however the graph later unfolds.
           MOVE 'N' TO WS-STEP-SWITCH
           EXEC SQL
               OPEN CHAIN-STEP-CURSOR
           PERFORM UNTIL WS-STEPS-DONE
               PERFORM FETCH-NEXT-CHAIN-STEP
               IF NOT WS-STEPS-DONE
                   PERFORM LOAD-ONE-STEP
               END-IF
           END-PERFORM
           EXEC SQL
               FETCH CHAIN-STEP-CURSOR
               INTO :CHD1-REC.STEP-NUMBER, :CHD1-REC.PROGRAM-NAME,
                    :CHD1-REC.FREQUENCY-CODE,
                    :CHD1-REC.FREQUENCY-DAY,
                    :CHD1-REC.PREDECESSOR-STEPS
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-STEPS-DONE TO TRUE
           END-IF.

       LOAD-ONE-STEP.
           IF WS-STEP-COUNT NOT < 200
               DISPLAY "CHN1: more than 200 CHD1 steps - chain not "
                   "started"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-STEP-IX
           MOVE STEP-NUMBER OF CHD1-REC
               TO WS-TBL-STEP-NUMBER(WS-STEP-IX)
           MOVE PROGRAM-NAME OF CHD1-REC TO WS-TBL-PROGRAM(WS-STEP-IX)
           MOVE PREDECESSOR-STEPS OF CHD1-REC
               TO WS-TBL-PREDECESSORS(WS-STEP-IX)
      *> A blank predecessor list keeps the old strict sequence -
      *> the step waits for the one before it.
           IF WS-TBL-PREDECESSORS(WS-STEP-IX) = SPACES
               AND WS-STEP-IX > 1
               MOVE WS-TBL-STEP-NUMBER(WS-STEP-IX - 1)
                   TO WS-PREVIOUS-STEP
               MOVE WS-PREVIOUS-STEP
                   TO WS-TBL-PREDECESSOR(WS-STEP-IX, 1)
           END-IF
           IF NOT WS-CARDS-LOADED
               MOVE SPACES TO WS-TBL-STACKED-CARD(WS-STEP-IX)
               ACCEPT WS-TBL-STACKED-CARD(WS-STEP-IX) FROM SYSIN
           END-IF
           MOVE WS-TBL-STACKED-CARD(WS-STEP-IX)
               TO WS-TBL-PARM-CARD(WS-STEP-IX)
      *> Under catch-up a card that names a run date in its first
      *> ten columns is given the pass's date; a blank one already
      *> follows BDR1, which EOD1 moves on between passes.
           IF WS-CATCH-UP-MODE
               AND WS-TBL-PARM-CARD(WS-STEP-IX)(5:1) = '-'
               AND WS-TBL-PARM-CARD(WS-STEP-IX)(8:1) = '-'
               MOVE WS-PARM-RUN-DATE
                   TO WS-TBL-PARM-CARD(WS-STEP-IX)(1:10)
           END-IF
           PERFORM READ-STEP-STATE
           MOVE WS-PRIOR-STATUS TO WS-TBL-PRIOR-STATUS(WS-STEP-IX)
           MOVE SPACES TO WS-TBL-STATE(WS-STEP-IX)
           PERFORM CHECK-STEP-DUE
           IF NOT WS-STEP-DUE AND WS-PRIOR-STATUS NOT = 'S'
               AND WS-PRIOR-STATUS NOT = 'F'
               PERFORM MARK-STEP-CALENDAR-SKIP
           ELSE
           IF WS-PRIOR-STATUS = 'C' OR WS-PRIOR-STATUS = 'K'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE WS-PRIOR-STATUS TO WS-TBL-STATE(WS-STEP-IX)
               DISPLAY "  Step " STEP-NUMBER OF CHD1-REC " "
                   PROGRAM-NAME OF CHD1-REC
                   " already complete - skipped"
           END-IF
           END-IF.

       COMPUTE-CALENDAR-FACTS.
      *> Facts every step's frequency decision reads: the run
      *> date's day of week (day 1 of the date integer was a
                   INTO :WS-HOLIDAY-COUNT
                   FROM HOL1
                   WHERE HOLIDAY_DATE = :WS-SCAN-DATE
                     AND CALENDAR_CODE = ' '
               END-EXEC
               IF WS-HOLIDAY-COUNT = 0
      *> A later business day exists in the month - tonight is not
       MARK-STEP-CALENDAR-SKIP.
      *> The 'K' row is the difference between "skipped per
      *> calendar" and "never attempted" on the CHS1 history - and
      *> a skipped step counts as done for the steps that wait on
      *> it, just as a completed one does.
           ADD 1 TO WS-CALENDAR-SKIP-COUNT
           SET WS-TBL-CALENDAR-SKIP(WS-STEP-IX) TO TRUE
           DISPLAY "  Step " STEP-NUMBER OF CHD1-REC " "
               PROGRAM-NAME OF CHD1-REC
               " skipped per calendar"
                        :CHS1-REC.STEP-STATUS,
                        :CHS1-REC.STEP-RETURN-CODE)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   DISPLAY "CHN1: step-state write failed - "
                       ERRM1-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      *> Committed at once - the controller runs for hours and CHB1
      *> reads this row from the online side.
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.

       RUN-CHAIN-STEPS.
      *> Submit whatever is ready, then wait a poll interval and see
      *> which running steps have finished - until nothing is
      *> running and a pass submits or holds nothing more, or no
      *> step has finished for the stall period.
           MOVE 'N' TO WS-SETTLED-SWITCH
           MOVE 0 TO WS-IDLE-SECONDS
           PERFORM UNTIL WS-CHAIN-SETTLED
               MOVE 'N' TO WS-CHANGE-SWITCH
               PERFORM DISPATCH-READY-STEPS
               EVALUATE TRUE
                   WHEN WS-RUNNING-COUNT > 0
                       CALL "C$SLEEP" USING WS-POLL-SECONDS
                       MOVE 'N' TO WS-CHANGE-SWITCH
                       PERFORM POLL-RUNNING-STEPS
                       IF WS-STATE-CHANGED
                           MOVE 0 TO WS-IDLE-SECONDS
                       ELSE
                           ADD WS-POLL-SECONDS TO WS-IDLE-SECONDS
                       END-IF
                       IF WS-IDLE-SECONDS NOT < WS-STALL-SECONDS
                           PERFORM REPORT-STALLED-STEPS
                           SET WS-CHAIN-SETTLED TO TRUE
                       END-IF
                   WHEN WS-STATE-CHANGED
                       CONTINUE
                   WHEN OTHER
                       SET WS-CHAIN-SETTLED TO TRUE
               END-EVALUATE
           END-PERFORM.

       DISPATCH-READY-STEPS.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-TBL-WAITING(WS-STEP-IX)
                   PERFORM CHECK-PREDECESSORS
                   EVALUATE TRUE
                       WHEN WS-PRED-BLOCKED
                           PERFORM MARK-STEP-BLOCKED
                       WHEN WS-PRED-READY
                           AND WS-RUNNING-COUNT < WS-MAX-PARALLEL
                           PERFORM LAUNCH-STEP
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CHECK-PREDECESSORS.
      *> Ready when every listed predecessor is complete or skipped
      *> per calendar; blocked as soon as any one has failed or is
      *> itself blocked. A predecessor that is not in CHD1 at all
      *> never completes, so its step is reported as never ready.
           SET WS-PRED-READY TO TRUE
           PERFORM VARYING WS-PRED-IX FROM 1 BY 1
                   UNTIL WS-PRED-IX > 10 OR WS-PRED-BLOCKED
               IF WS-TBL-PREDECESSOR(WS-STEP-IX, WS-PRED-IX) NOT =
                   SPACES
                   AND WS-TBL-PREDECESSOR(WS-STEP-IX, WS-PRED-IX)
                       NOT = '0000'
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM.

       CHECK-ONE-PREDECESSOR.
           MOVE 0 TO WS-FOUND-IX
           IF WS-TBL-PREDECESSOR(WS-STEP-IX, WS-PRED-IX) IS NUMERIC
               MOVE WS-TBL-PREDECESSOR(WS-STEP-IX, WS-PRED-IX)
                   TO WS-PRED-NUMBER
               MOVE WS-PRED-NUMBER TO WS-SEARCH-NUMBER
               PERFORM FIND-STEP-ENTRY
           END-IF
           IF WS-FOUND-IX = 0
               SET WS-PRED-WAITING TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TBL-COMPLETE(WS-FOUND-IX)
                   WHEN WS-TBL-CALENDAR-SKIP(WS-FOUND-IX)
                       CONTINUE
                   WHEN WS-TBL-FAILED(WS-FOUND-IX)
                   WHEN WS-TBL-BLOCKED(WS-FOUND-IX)
                       SET WS-PRED-BLOCKED TO TRUE
                       MOVE WS-PRED-NUMBER TO WS-BLOCKING-STEP
                   WHEN OTHER
                       SET WS-PRED-WAITING TO TRUE
               END-EVALUATE
           END-IF.

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-SEARCH-IX > WS-STEP-COUNT
                      OR WS-FOUND-IX > 0
               IF WS-TBL-STEP-NUMBER(WS-SEARCH-IX) = WS-SEARCH-NUMBER
                   MOVE WS-SEARCH-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       MARK-STEP-BLOCKED.
      *> Nothing is written to CHS1 - a held step was never
      *> attempted tonight, and a resubmission runs it once its
      *> failed predecessor has been put right.
           SET WS-TBL-BLOCKED(WS-STEP-IX) TO TRUE
           SET WS-STATE-CHANGED TO TRUE
           ADD 1 TO WS-BLOCKED-COUNT
           DISPLAY "  Step " WS-TBL-STEP-NUMBER(WS-STEP-IX) " "
               WS-TBL-PROGRAM(WS-STEP-IX)
               " held - waits on failed step " WS-BLOCKING-STEP.

       LAUNCH-STEP.
           MOVE WS-TBL-STEP-NUMBER(WS-STEP-IX)
               TO STEP-NUMBER OF CHD1-REC
           MOVE WS-TBL-PROGRAM(WS-STEP-IX) TO PROGRAM-NAME OF CHD1-REC
           MOVE WS-TBL-PRIOR-STATUS(WS-STEP-IX) TO WS-PRIOR-STATUS
           PERFORM MARK-STEP-STARTED
           PERFORM SUBMIT-STEP-JOB
           SET WS-TBL-RUNNING(WS-STEP-IX) TO TRUE
           SET WS-STATE-CHANGED TO TRUE
           ADD 1 TO WS-RUNNING-COUNT
           ADD 1 TO WS-RUN-COUNT
           DISPLAY "  Step " STEP-NUMBER OF CHD1-REC
               " submitted " PROGRAM-NAME OF CHD1-REC
               " as job " WS-JOB-NAME.

       SUBMIT-STEP-JOB.
           MOVE STEP-NUMBER OF CHD1-REC TO WS-JOB-NAME-NUMBER
           MOVE STEP-NUMBER OF CHD1-REC TO WS-MARK-STEP-NUMBER
           PERFORM VARYING WS-SKELETON-IX FROM 1 BY 1
                   UNTIL WS-SKELETON-IX > WS-SKELETON-COUNT
               MOVE WS-SKELETON-LINE(WS-SKELETON-IX) TO WS-JOB-LINE
               EVALUATE TRUE
                   WHEN WS-JOB-LINE(1:5) = '&PARM'
                       MOVE WS-TBL-PARM-CARD(WS-STEP-IX)
                           TO WS-JOB-LINE
                   WHEN WS-JOB-LINE(1:5) = '&STEP'
                       MOVE SPACES TO WS-JOB-LINE
                       STRING WS-PARM-RUN-DATE ' '
                              WS-MARK-STEP-NUMBER
                              WS-SKELETON-LINE(WS-SKELETON-IX)(6:65)
                              DELIMITED BY SIZE INTO WS-JOB-LINE
                   WHEN OTHER
                       INSPECT WS-JOB-LINE
                           REPLACING ALL '&JOBNAME' BY WS-JOB-NAME
                                     ALL '&PROGRAM'
                                     BY PROGRAM-NAME OF CHD1-REC
               END-EVALUATE
               WRITE CHN1-JOB-RECORD FROM WS-JOB-LINE
           END-PERFORM
      *> Release the job to the reader now rather than when the
      *> controller ends.
           MOVE '/*EOF' TO CHN1-JOB-RECORD
           WRITE CHN1-JOB-RECORD
           IF WS-JOB-STATUS NOT = '00'
               DISPLAY "CHN1: write to CHN1JOB failed, status "
                   WS-JOB-STATUS " - chain stopped"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       POLL-RUNNING-STEPS.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-TBL-RUNNING(WS-STEP-IX)
                   PERFORM POLL-ONE-STEP
               END-IF
           END-PERFORM.

       POLL-ONE-STEP.
           MOVE SPACES TO WS-POLL-STATUS
           MOVE 0 TO WS-STEP-RC
           MOVE WS-TBL-STEP-NUMBER(WS-STEP-IX)
               TO STEP-NUMBER OF CHS1-REC
           EXEC SQL
               SELECT STEP_STATUS, RETURN_CODE
               INTO :WS-POLL-STATUS, :WS-STEP-RC
               FROM CHS1
               WHERE RUN_DATE = :WS-PARM-RUN-DATE
                 AND STEP_NUMBER = :CHS1-REC.STEP-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-POLL-STATUS
           END-IF
           EVALUATE WS-POLL-STATUS
               WHEN 'C'
                   SET WS-TBL-COMPLETE(WS-STEP-IX) TO TRUE
                   SET WS-STATE-CHANGED TO TRUE
                   SUBTRACT 1 FROM WS-RUNNING-COUNT
                   ADD 1 TO WS-COMPLETED-COUNT
                   DISPLAY "  Step " WS-TBL-STEP-NUMBER(WS-STEP-IX)
                       " " WS-TBL-PROGRAM(WS-STEP-IX) " complete"
               WHEN 'F'
      *> A step that ends with a nonzero return code failed just as
      *> surely as one that abended - its row stays at 'F' so a
      *> resubmission reruns it, and only the steps waiting on it
      *> are held.
                   SET WS-TBL-FAILED(WS-STEP-IX) TO TRUE
                   SET WS-STATE-CHANGED TO TRUE
                   SUBTRACT 1 FROM WS-RUNNING-COUNT
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "CHN1: step " WS-TBL-STEP-NUMBER(WS-STEP-IX)
                       " " WS-TBL-PROGRAM(WS-STEP-IX)
                       " ended with return code " WS-STEP-RC
                       " - its dependants are held"
           END-EVALUATE.

       REPORT-STALLED-STEPS.
      *> Their rows stay at 'S' - the chain still counts as
      *> mid-flight for CHB1, and a resubmission reruns them.
           DISPLAY "CHN1: no step has finished in " WS-IDLE-SECONDS
               " seconds - controller stopped waiting"
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-TBL-RUNNING(WS-STEP-IX)
                   ADD 1 TO WS-STALLED-COUNT
                   DISPLAY "  Step " WS-TBL-STEP-NUMBER(WS-STEP-IX)
                       " " WS-TBL-PROGRAM(WS-STEP-IX)
                       " still running - left at S"
               END-IF
           END-PERFORM.

       REPORT-UNRESOLVED-STEPS.
      *> A step still waiting once the chain settles names a
      *> predecessor that is not in CHD1, or sits in a cycle, or
      *> waits on a step left running when the controller stopped.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-TBL-WAITING(WS-STEP-IX)
                   ADD 1 TO WS-UNRESOLVED-COUNT
                   DISPLAY "  Step " WS-TBL-STEP-NUMBER(WS-STEP-IX)
                       " " WS-TBL-PROGRAM(WS-STEP-IX)
                       " never ready - predecessors '"
                       WS-TBL-PREDECESSORS(WS-STEP-IX) "'"
               END-IF
           END-PERFORM.

       READ-STEP-STATE.
           MOVE SPACES TO WS-PRIOR-STATUS
           EXEC SQL
               TO PROGRAM-NAME OF CHS1-REC
           MOVE 'S' TO STEP-STATUS OF CHS1-REC
           MOVE 0 TO STEP-RETURN-CODE OF CHS1-REC
           IF WS-PRIOR-STATUS = 'S' OR WS-PRIOR-STATUS = 'F'
      *> The step died or failed on the last submission - its row is
      *> already there, put it back to 'S' while it reruns.
               EXEC SQL
                   UPDATE CHS1
                   SET STEP_STATUS = 'S',
                       RETURN_CODE = 0
                   WHERE RUN_DATE = :CHS1-REC.RUN-DATE
                     AND STEP_NUMBER = :CHS1-REC.STEP-NUMBER
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO CHS1
                        :CHS1-REC.STEP-STATUS,
                        :CHS1-REC.STEP-RETURN-CODE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "CHN1: step-state write failed - "
                   ERRM1-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Committed before the job goes in - CHX1 in the step job
      *> closes this row out, and CHB1 must see it while it runs.
           EXEC SQL
               COMMIT
           END-EXEC.
