
       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY AUD1REC.

      *> Retired generations are recorded on the AUD1 hash chain
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-RETAIN-DAYS          PIC 9(4).
       01  WS-GENERATION-NAME               PIC X(16).

       01  WS-RETIRED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE                  PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> tracking which generations exist.
           PERFORM READ-PARM-CARD
           PERFORM RETIRE-OLD-GENERATIONS
           IF WS-RETIRED-COUNT > 0
               PERFORM RECORD-RETIREMENT-CHECKPOINT
           END-IF
           DISPLAY "AHK1 retired " WS-RETIRED-COUNT
               " audit generation(s) past " WS-PARM-RETAIN-DAYS
               " day(s)"
                   ADD 1 TO WS-RETIRED-COUNT
               END-IF
           END-PERFORM.

       RECORD-RETIREMENT-CHECKPOINT.
      *> Deleting generations removes audit history too, so it is
      *> put on the record the same way AUD1 retention is - a
      *> removal checkpoint on the chain. The rows themselves went
      *> onto AUD1 through the AUL1 sweep, so no chain position is
      *> lost and the anchor fields stay empty.
           MOVE 'AHK1' TO AUD1-MODULE-NAME
           MOVE 'RETENTION' TO AUD1-AUDIT-ID
           MOVE 'BATCHUSR' TO AUD1-USER-ID
           MOVE 'S' TO AUD1-STATUS
           MOVE 0 TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           STRING 'Retired ' WS-RETIRED-COUNT
               ' audit file generation(s) past '
               WS-PARM-RETAIN-DAYS ' day(s)'
               DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO AUD1-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) ' ' WS-CURRENT-DATE(9:2) ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'R' TO AUD1-ROW-TYPE
           MOVE 0 TO AUD1-ANCHOR-SEQUENCE
           MOVE SPACES TO AUD1-ANCHOR-HASH
           MOVE 'C' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "AHK1: retirement checkpoint not written - "
                   AUW1-MESSAGE
           END-IF.
