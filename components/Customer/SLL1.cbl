       COPY ERRM1.
       01  ERRM1-PGM                         PIC X(8) VALUE 'ERRM1'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC X(10).

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.

       01  WS-LOADED-COUNT                   PIC 9(7) VALUE 0.
       01  WS-NEW-COUNT                      PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ENTRY-COUNT                    PIC S9(9) COMP.

      *> Every list named in the file is marked once, before that
      *> list's first entry, so re-feeding the monthly circulation
      *> replaces the list instead of stacking duplicates - the
      *> remembered-names idiom ELD1 applies to its rate dates. An
      *> entry the new circulation repeats keeps its row and the
      *> date it was first loaded; only a name not on file before
      *> is inserted as new, dated this run, for SRS1 to rescreen
      *> the customer book against; the entries the circulation no
      *> longer carries are deleted once the file is read.
       01  WS-CLEARED-LIST-TABLE.
           05  WS-CLEARED-LIST               PIC X(20)
                                             OCCURS 20 TIMES.
      *> Loads compliance's denied-party circulation onto SCL1 -
      *> the spreadsheet nobody could screen against becomes the
      *> table CLD1 and CAM2 hold every new customer's name up to.
           PERFORM READ-PARM-CARD
           OPEN INPUT SLL1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ SLL1-INPUT-FILE
               END-READ
           END-PERFORM
           CLOSE SLL1-INPUT-FILE
           PERFORM VARYING WS-CLEARED-IX FROM 1 BY 1
                   UNTIL WS-CLEARED-IX > WS-CLEARED-LIST-COUNT
               PERFORM DELETE-DROPPED-ENTRIES
           END-PERFORM
           DISPLAY "SLL1 screening-list load complete - loaded "
               WS-LOADED-COUNT " (new " WS-NEW-COUNT ") dropped "
               WS-DROPPED-COUNT " rejected " WS-REJECTED-COUNT
           STOP RUN.

       READ-PARM-CARD.
      *> Run date comes in on a parm card, same idiom as the other
      *> batch drivers' parm cards - it dates the entries this load
      *> adds, and SRS1 rescreens against that date's additions.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PARM-RUN-DATE(1:4)
               MOVE '-' TO WS-PARM-RUN-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PARM-RUN-DATE(6:2)
               MOVE '-' TO WS-PARM-RUN-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-PARM-RUN-DATE(9:2)
           END-IF.

       LOAD-ONE-ENTRY.
           IF SLL1-LIST-NAME = SPACES OR SLL1-ENTRY-NAME = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  Rejected entry - list or name is blank"
           ELSE
               PERFORM REPLACE-LISTS-OLD-ENTRIES
               PERFORM CARRY-OR-INSERT-ENTRY
           END-IF.

       REPLACE-LISTS-OLD-ENTRIES.
               IF WS-CLEARED-LIST-COUNT < 20
                   MOVE SLL1-LIST-NAME TO LIST-NAME OF SCL1-REC
                   EXEC SQL
                       UPDATE SCL1
                       SET LOAD_STATUS = 'S'
                       WHERE LIST_NAME = :SCL1-REC.LIST-NAME
                   END-EXEC
                   ADD 1 TO WS-CLEARED-LIST-COUNT
                       TO WS-CLEARED-LIST(WS-CLEARED-LIST-COUNT)
               ELSE
                   DISPLAY "SLL1: too many distinct lists in one"
                       " file - " SLL1-LIST-NAME " not replaced"
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

       CARRY-OR-INSERT-ENTRY.
           MOVE SLL1-LIST-NAME TO LIST-NAME OF SCL1-REC
           MOVE SLL1-ENTRY-NAME TO ENTRY-NAME OF SCL1-REC
           EXEC SQL
               UPDATE SCL1
               SET LOAD_STATUS = 'C'
               WHERE LIST_NAME = :SCL1-REC.LIST-NAME
                 AND ENTRY_NAME = :SCL1-REC.ENTRY-NAME
                 AND LOAD_STATUS = 'S'
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) > 0
               ADD 1 TO WS-LOADED-COUNT
           ELSE
      *> Not on file from an earlier load - unless the file itself
      *> repeats the name, it is new with this load.
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ENTRY-COUNT
                   FROM SCL1
                   WHERE LIST_NAME = :SCL1-REC.LIST-NAME
                     AND ENTRY_NAME = :SCL1-REC.ENTRY-NAME
               END-EXEC
               IF SQLCODE = 0 AND WS-ENTRY-COUNT > 0
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "  Rejected entry " SLL1-ENTRY-NAME
                       ": repeated in the file"
               ELSE
                   PERFORM INSERT-ONE-ENTRY
               END-IF
           END-IF.

       INSERT-ONE-ENTRY.
           MOVE WS-PARM-RUN-DATE TO ADDED-DATE OF SCL1-REC
           MOVE 'N' TO LOAD-STATUS OF SCL1-REC
           EXEC SQL
               INSERT INTO SCL1
                   (LIST_NAME, ENTRY_NAME, ADDED_DATE, LOAD_STATUS)
               VALUES
                   (:SCL1-REC.LIST-NAME, :SCL1-REC.ENTRY-NAME,
                    :SCL1-REC.ADDED-DATE, :SCL1-REC.LOAD-STATUS)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-LOADED-COUNT
               ADD 1 TO WS-NEW-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SQLCODE TO ERRM1-SQLCODE
               DISPLAY "  Rejected entry " SLL1-ENTRY-NAME ": "
                   ERRM1-MESSAGE
           END-IF.

       DELETE-DROPPED-ENTRIES.
      *> Still 'S' after the whole file - the circulation no longer
      *> names the party.
           MOVE WS-CLEARED-LIST(WS-CLEARED-IX) TO LIST-NAME OF SCL1-REC
           EXEC SQL
               DELETE FROM SCL1
               WHERE LIST_NAME = :SCL1-REC.LIST-NAME
                 AND LOAD_STATUS = 'S'
           END-EXEC
           IF SQLCODE = 0
               ADD SQLERRD(3) TO WS-DROPPED-COUNT
           END-IF.
