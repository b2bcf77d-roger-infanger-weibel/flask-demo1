       COPY RHM1.
       01  RHM1-PGM                         PIC X(8) VALUE 'RHM1'.

      *> Inbound file register - a CLD1IN whose details match a file
      *> already loaded is refused, however new its header.
       COPY IFM1.
       01  IFM1-PGM                         PIC X(8) VALUE 'IFM1'.

       01  WS-VALIDATE-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88  END-OF-VALIDATE-PASS          VALUE 'Y'.
       01  WS-HEADER-SEEN-SWITCH             PIC X(1) VALUE 'N'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM REGISTER-RUN-START
           PERFORM VALIDATE-INPUT-BATCH
           PERFORM REGISTER-INBOUND-FILE
           OPEN INPUT CLD1-INPUT-FILE
           OPEN OUTPUT CLD1-REVIEW-FILE
           OPEN OUTPUT CLD1-REJECT-FILE
               WS-SUSPECT-COUNT
           DISPLAY "  held on the sanctions compliance queue:   "
               WS-SANCTION-HELD-COUNT
           PERFORM COMPLETE-INBOUND-FILE
           PERFORM REGISTER-RUN-END
           STOP RUN.

      *> transfer fails the run loudly here instead of onboarding
      *> half a file quietly.
           MOVE 'N' TO WS-VALIDATE-EOF-SWITCH
           INITIALIZE IFM1-COMM-AREA
           MOVE 'CLD1' TO MAIN-NAME OF IFM1-COMM-AREA
           MOVE 'CLD1IN' TO FILE-SOURCE
           MOVE 'CLD1' TO FILE-LOAD-PROGRAM
           MOVE WS-PARM-RUN-DATE TO FILE-RUN-DATE
           OPEN INPUT CLD1-INPUT-FILE
           PERFORM UNTIL END-OF-VALIDATE-PASS
               READ CLD1-INPUT-FILE
           EVALUATE CLD1-INPUT-RECORD(1:3)
               WHEN 'HDR'
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE CLD1-INPUT-RECORD(1:21)
                       TO BIF1-HEADER-RECORD
                   MOVE BIF1-HDR-RUN-DATE TO FILE-HEADER-DATE
               WHEN 'TRL'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE CLD1-INPUT-RECORD(1:27)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VALIDATE-DETAIL-COUNT
                   MOVE 'A' TO FILE-ACTION-CODE
                   MOVE CLD1-INPUT-RECORD TO FILE-DETAIL-IMAGE
                   MOVE LENGTH OF CLD1-INPUT-RECORD
                       TO FILE-DETAIL-LENGTH
                   MOVE 0 TO FILE-DETAIL-AMOUNT
                   CALL IFM1-PGM USING IFM1-COMM-AREA
           END-EVALUATE.

       REGISTER-INBOUND-FILE.
      *> The header only proves the file was cut for tonight - the
      *> same customers re-sent under a fresh header, or a corrected
      *> file landing on top of a half-loaded one, are caught here
      *> on the details themselves, before a single row is loaded.
           MOVE 'R' TO FILE-ACTION-CODE
           CALL IFM1-PGM USING IFM1-COMM-AREA
           IF FILE-IS-DUPLICATE
               DISPLAY "CLD1: CLD1IN repeats the file received "
                   FILE-DUPLICATE-OF " - refused, nothing loaded"
               MOVE 'E' TO RUN-ACTION-CODE
               MOVE 0 TO RUN-RECORD-COUNT
               MOVE 8 TO RUN-RETURN-CODE
               CALL RHM1-PGM USING RHM1-COMM-AREA
               STOP RUN
           END-IF.

       COMPLETE-INBOUND-FILE.
           MOVE 'E' TO FILE-ACTION-CODE
           MOVE 'C' TO FILE-LOAD-STATUS
           MOVE WS-LOADED-COUNT TO FILE-LOADED-COUNT
           COMPUTE FILE-REJECTED-COUNT =
               WS-REJECTED-COUNT + WS-SANCTION-HELD-COUNT
           CALL IFM1-PGM USING IFM1-COMM-AREA.

       REGISTER-RUN-START.
           MOVE SPACES TO RHM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF RHM1-COMM-AREA
