       COPY BAM3.
       01  BAM3-PGM                          PIC X(8) VALUE 'BAM3'.

      *> Inbound file register - a file whose details match one
      *> already loaded is refused, however it is dated.
       COPY IFM1.
       01  IFM1-PGM                         PIC X(8) VALUE 'IFM1'.

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-PARM-CARD
           PERFORM FINGERPRINT-INPUT-FILE
           PERFORM REGISTER-INBOUND-FILE
           OPEN INPUT BLD1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ BLD1-INPUT-FILE
           CLOSE BLD1-INPUT-FILE
           DISPLAY "BLD1 transaction load complete - loaded "
               WS-LOADED-COUNT " rejected " WS-REJECTED-COUNT
           PERFORM COMPLETE-INBOUND-FILE
           STOP RUN.

       READ-PARM-CARD.
               MOVE 'N' TO WS-PARM-DRY-RUN-FLAG
           END-IF.

       FINGERPRINT-INPUT-FILE.
      *> A first pass counts the details and builds the register's
      *> hash and check value, so a repeat delivery is refused
      *> before a single record is applied.
           INITIALIZE IFM1-COMM-AREA
           MOVE 'BLD1' TO MAIN-NAME OF IFM1-COMM-AREA
           MOVE 'BLD1IN' TO FILE-SOURCE
           MOVE 'BLD1' TO FILE-LOAD-PROGRAM
           MOVE WS-PARM-RUN-DATE TO FILE-RUN-DATE
           MOVE 'A' TO FILE-ACTION-CODE
           OPEN INPUT BLD1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ BLD1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE BLD1-INPUT-RECORD TO FILE-DETAIL-IMAGE
                       MOVE LENGTH OF BLD1-INPUT-RECORD
                           TO FILE-DETAIL-LENGTH
                       MOVE BLD1-TRANSACTION-AMOUNT
                           TO FILE-DETAIL-AMOUNT
                       CALL IFM1-PGM USING IFM1-COMM-AREA
               END-READ
           END-PERFORM
           CLOSE BLD1-INPUT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       REGISTER-INBOUND-FILE.
      *> The same file delivered twice, or re-sent on top of a load
      *> that never finished, is refused on its details - whatever
      *> date it arrives under.
           MOVE 'R' TO FILE-ACTION-CODE
           CALL IFM1-PGM USING IFM1-COMM-AREA
           IF FILE-IS-DUPLICATE
               DISPLAY "BLD1: BLD1IN repeats the file received "
                   FILE-DUPLICATE-OF " - refused, nothing loaded"
               STOP RUN
           END-IF.

       COMPLETE-INBOUND-FILE.
           MOVE 'E' TO FILE-ACTION-CODE
           MOVE 'C' TO FILE-LOAD-STATUS
           IF WS-PARM-DRY-RUN-FLAG = 'Y'
               MOVE 'D' TO FILE-LOAD-STATUS
           END-IF
           MOVE WS-LOADED-COUNT TO FILE-LOADED-COUNT
           MOVE WS-REJECTED-COUNT TO FILE-REJECTED-COUNT
           CALL IFM1-PGM USING IFM1-COMM-AREA.

       LOAD-ONE-TRANSACTION.
      *> Every record goes through BAM3, the way CLD1's customers go
      *> through the CAD1 insert - the module owns the format check,
