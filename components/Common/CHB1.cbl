       COPY BDR1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Operator entitlement check for the supervisor override
       COPY AUTM1.
       01  AUTM1-PGM                        PIC X(8) VALUE 'AUTM1'.
       PROCEDURE DIVISION USING CHB1-COMM-AREA.
       MAIN-PROCESS.
      *> The chain is mid-flight when tonight's BDR1 date has a
      *> CHS1 step sitting at 'S' or failed at 'F' - between a step
      *> that read the payments and a step that posts them is
      *> exactly when an online update must not change their state.
      *> A supervisor holding the OVRD entitlement may push through;
      *> the grant itself is what lands on AUD1.
           MOVE 'N' TO CHB1-BLACKOUT-SWITCH
           MOVE 'N' TO CHB1-OVERRIDE-SWITCH
           PERFORM CHECK-CHAIN-STATE
                   INTO :WS-OPEN-STEP-COUNT
                   FROM CHS1
                   WHERE RUN_DATE = :BDR1-REC.PROCESS-DATE
                     AND STEP_STATUS IN ('S', 'F')
               END-EXEC
               IF SQLCODE = 0 AND WS-OPEN-STEP-COUNT > 0
                   MOVE 'Y' TO CHB1-BLACKOUT-SWITCH
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "CHB1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
