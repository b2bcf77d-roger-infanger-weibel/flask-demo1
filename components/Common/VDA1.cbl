       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VDA1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layout
       COPY HOL1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY HOL1REC.

       01  WS-DATE-DIGITS                   PIC 9(8).
       01  WS-START-INTEGER                 PIC S9(9) COMP.
       01  WS-SCAN-INTEGER                  PIC S9(9) COMP.
       01  WS-DAY-OF-WEEK                   PIC S9(9) COMP.
       01  WS-START-MONTH                   PIC 9(2).
       01  WS-HOLIDAY-COUNT                 PIC S9(9) COMP.
       01  WS-BUSINESS-DAY-SWITCH           PIC X(1).
           88  WS-BUSINESS-DAY              VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY VDA1.

       PROCEDURE DIVISION USING VDA1-COMM-AREA.

       MAIN-PROCESS.

           PERFORM ADJUST-VALUE-DATE
           GOBACK.

       ADJUST-VALUE-DATE.

      *> SOG1, PWR1, SET1 and LQF1 all call here - a EUR payment must
      *> not be value-dated on a TARGET holiday nor a USD one on a
      *> Fed holiday, whatever the bank's own calendar says. Forward
      *> to the next good day; if that leaves the month, back to the
      *> last good day of the month instead.
           MOVE VDA1-DATE TO VDA1-ADJUSTED-DATE
           MOVE 'N' TO VDA1-ADJUSTED-SWITCH
           STRING VDA1-DATE(1:4) VDA1-DATE(6:2) VDA1-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS(5:2) TO WS-START-MONTH
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           MOVE WS-START-INTEGER TO WS-SCAN-INTEGER
           PERFORM CHECK-SCAN-DAY-BUSINESS
           PERFORM UNTIL WS-BUSINESS-DAY
               ADD 1 TO WS-SCAN-INTEGER
               PERFORM CHECK-SCAN-DAY-BUSINESS
           END-PERFORM
           IF WS-DATE-DIGITS(5:2) NOT = WS-START-MONTH
               MOVE WS-START-INTEGER TO WS-SCAN-INTEGER
               PERFORM CHECK-SCAN-DAY-BUSINESS
               PERFORM UNTIL WS-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-SCAN-INTEGER
                   PERFORM CHECK-SCAN-DAY-BUSINESS
               END-PERFORM
           END-IF
           IF WS-SCAN-INTEGER NOT = WS-START-INTEGER
               MOVE 'Y' TO VDA1-ADJUSTED-SWITCH
               MOVE SPACES TO VDA1-ADJUSTED-DATE
               STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2)
                      '-' WS-DATE-DIGITS(7:2)
                      DELIMITED BY SIZE INTO VDA1-ADJUSTED-DATE
           END-IF.

       CHECK-SCAN-DAY-BUSINESS.

      *> Day 1 of the date integer was a Monday, so REM 7 gives
      *> 6=Saturday and 0=Sunday - the CHN1 arithmetic.
           MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION REM(WS-SCAN-INTEGER, 7)
           IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
               MOVE SPACES TO HOLIDAY-DATE OF HOL1-REC
               STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2)
                      '-' WS-DATE-DIGITS(7:2)
                      DELIMITED BY SIZE INTO HOLIDAY-DATE OF HOL1-REC
               MOVE VDA1-CURRENCY TO CALENDAR-CODE OF HOL1-REC
               MOVE 0 TO WS-HOLIDAY-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-HOLIDAY-COUNT
                   FROM HOL1
                   WHERE HOLIDAY_DATE = :HOL1-REC.HOLIDAY-DATE
                     AND CALENDAR_CODE = :HOL1-REC.CALENDAR-CODE
               END-EXEC
               IF WS-HOLIDAY-COUNT = 0
                   SET WS-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.
