       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EXM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY EXR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY EXR1REC.

      *> Base/reporting currency every cross is made through - the
      *> same base the converting programs report in.
       01  WS-BASE-CURRENCY                 PIC X(3) VALUE 'USD'.
       01  WS-RATE-DATE-LIMIT               PIC X(10).

      *> One leg of the resolution - a pair looked up directly or as
      *> the inverse of its opposite. Cross legs are carried to
      *> twelve places so two inversions do not compound rounding
      *> before the final rate is rounded to EXR1's six.
       01  WS-LEG-FROM-CURRENCY             PIC X(3).
       01  WS-LEG-TO-CURRENCY               PIC X(3).
       01  WS-LEG-SWITCH                    PIC X(1).
           88  WS-LEG-FOUND                 VALUE 'Y'.
       01  WS-LEG-METHOD                    PIC X(1).
       01  WS-LEG-RATE                      PIC S9(7)V9(12) COMP-3.
       01  WS-LEG-DATE                      PIC X(10).
       01  WS-FIRST-LEG-RATE                PIC S9(7)V9(12) COMP-3.
       01  WS-FIRST-LEG-DATE                PIC X(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY EXM1.

       PROCEDURE DIVISION USING EXM1-COMM-AREA.

       MAIN-PROCESS.

           PERFORM RESOLVE-RATE
           GOBACK.

       RESOLVE-RATE.

      *> ELD1 loads EXR1 exactly as the feed sends it, so a pair can
      *> be missing while both its legs against the base sit on the
      *> table. Direct first, then the inverse of the opposite pair,
      *> then a cross through the base - each leg of the cross
      *> itself direct or inverse. Every lookup takes the newest
      *> rate on or before the limit date.
           MOVE 'N' TO EXM1-RATE-SWITCH
           MOVE SPACE TO EXM1-METHOD
           MOVE 0 TO EXM1-EXCHANGE-RATE
           MOVE SPACES TO EXM1-RATE-DATE
           MOVE 0 TO EXM1-CONVERTED-AMOUNT
           IF EXM1-RATE-DATE-LIMIT = SPACES
               MOVE '9999-12-31' TO WS-RATE-DATE-LIMIT
           ELSE
               MOVE EXM1-RATE-DATE-LIMIT TO WS-RATE-DATE-LIMIT
           END-IF
           IF EXM1-FROM-CURRENCY = EXM1-TO-CURRENCY
               MOVE 1 TO EXM1-EXCHANGE-RATE
               MOVE 'S' TO EXM1-METHOD
               MOVE EXM1-RATE-DATE-LIMIT TO EXM1-RATE-DATE
               SET EXM1-RATE-FOUND TO TRUE
           ELSE
               MOVE EXM1-FROM-CURRENCY TO WS-LEG-FROM-CURRENCY
               MOVE EXM1-TO-CURRENCY TO WS-LEG-TO-CURRENCY
               PERFORM RESOLVE-LEG
               IF WS-LEG-FOUND
                   COMPUTE EXM1-EXCHANGE-RATE ROUNDED = WS-LEG-RATE
                   MOVE WS-LEG-METHOD TO EXM1-METHOD
                   MOVE WS-LEG-DATE TO EXM1-RATE-DATE
                   SET EXM1-RATE-FOUND TO TRUE
               ELSE
                   IF EXM1-FROM-CURRENCY NOT = WS-BASE-CURRENCY
                       AND EXM1-TO-CURRENCY NOT = WS-BASE-CURRENCY
                       PERFORM RESOLVE-CROSS-RATE
                   END-IF
               END-IF
           END-IF
           IF EXM1-RATE-FOUND
               COMPUTE EXM1-CONVERTED-AMOUNT ROUNDED =
                   EXM1-AMOUNT * EXM1-EXCHANGE-RATE
           END-IF.

       RESOLVE-CROSS-RATE.
           MOVE EXM1-FROM-CURRENCY TO WS-LEG-FROM-CURRENCY
           MOVE WS-BASE-CURRENCY TO WS-LEG-TO-CURRENCY
           PERFORM RESOLVE-LEG
           IF WS-LEG-FOUND
               MOVE WS-LEG-RATE TO WS-FIRST-LEG-RATE
               MOVE WS-LEG-DATE TO WS-FIRST-LEG-DATE
               MOVE WS-BASE-CURRENCY TO WS-LEG-FROM-CURRENCY
               MOVE EXM1-TO-CURRENCY TO WS-LEG-TO-CURRENCY
               PERFORM RESOLVE-LEG
               IF WS-LEG-FOUND
                   COMPUTE EXM1-EXCHANGE-RATE ROUNDED =
                       WS-FIRST-LEG-RATE * WS-LEG-RATE
                   MOVE 'C' TO EXM1-METHOD
                   IF WS-FIRST-LEG-DATE < WS-LEG-DATE
                       MOVE WS-FIRST-LEG-DATE TO EXM1-RATE-DATE
                   ELSE
                       MOVE WS-LEG-DATE TO EXM1-RATE-DATE
                   END-IF
                   SET EXM1-RATE-FOUND TO TRUE
               END-IF
           END-IF.

       RESOLVE-LEG.
      *> A zero rate on file is treated as no rate - it can be
      *> neither applied nor inverted.
           MOVE 'N' TO WS-LEG-SWITCH
           MOVE WS-LEG-FROM-CURRENCY TO FROM-CURRENCY OF EXR1-REC
           MOVE WS-LEG-TO-CURRENCY TO TO-CURRENCY OF EXR1-REC
           PERFORM READ-NEWEST-RATE
           IF SQLCODE = 0 AND EXCHANGE-RATE OF EXR1-REC NOT = 0
               MOVE EXCHANGE-RATE OF EXR1-REC TO WS-LEG-RATE
               MOVE RATE-DATE OF EXR1-REC TO WS-LEG-DATE
               MOVE 'D' TO WS-LEG-METHOD
               SET WS-LEG-FOUND TO TRUE
           ELSE
               MOVE WS-LEG-TO-CURRENCY TO FROM-CURRENCY OF EXR1-REC
               MOVE WS-LEG-FROM-CURRENCY TO TO-CURRENCY OF EXR1-REC
               PERFORM READ-NEWEST-RATE
               IF SQLCODE = 0 AND EXCHANGE-RATE OF EXR1-REC NOT = 0
                   COMPUTE WS-LEG-RATE ROUNDED =
                       1 / EXCHANGE-RATE OF EXR1-REC
                   MOVE RATE-DATE OF EXR1-REC TO WS-LEG-DATE
                   MOVE 'I' TO WS-LEG-METHOD
                   SET WS-LEG-FOUND TO TRUE
               END-IF
           END-IF.

       READ-NEWEST-RATE.
           EXEC SQL
               SELECT RATE_DATE, EXCHANGE_RATE
               INTO :EXR1-REC.RATE-DATE, :EXR1-REC.EXCHANGE-RATE
               FROM EXR1
               WHERE FROM_CURRENCY = :EXR1-REC.FROM-CURRENCY
                 AND TO_CURRENCY = :EXR1-REC.TO-CURRENCY
                 AND RATE_DATE =
                     (SELECT MAX(RATE_DATE) FROM EXR1
                      WHERE FROM_CURRENCY = :EXR1-REC.FROM-CURRENCY
                        AND TO_CURRENCY = :EXR1-REC.TO-CURRENCY
                        AND RATE_DATE <= :WS-RATE-DATE-LIMIT)
           END-EXEC.
