       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PPL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPL1-INPUT-FILE ASSIGN TO PPL1IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.

      *> Include the dclgen Db2 layout
       COPY PPC1SQL.

       FILE SECTION.
       FD  PPL1-INPUT-FILE.
       COPY PPL1REC.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY PPC1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                         PIC X(8) VALUE 'ERRM1'.

       01  WS-INPUT-STATUS                   PIC X(2).
       01  WS-EOF-SWITCH                     PIC X(1) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.

       01  WS-LOADED-COUNT                   PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT                 PIC 9(5) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Loads the PPC1 purpose-code table from the central bank's
      *> published list - each code in the file replaces its row,
      *> so a re-feed updates in place. A code the central bank
      *> withdraws comes through flagged 'N' rather than dropped,
      *> so payments already made under it still classify.
           OPEN INPUT PPL1-INPUT-FILE
           PERFORM UNTIL END-OF-FILE
               READ PPL1-INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PURPOSE
               END-READ
           END-PERFORM
           CLOSE PPL1-INPUT-FILE
           DISPLAY "PPL1 purpose-code load complete - loaded "
               WS-LOADED-COUNT " rejected " WS-REJECTED-COUNT
           STOP RUN.

       LOAD-ONE-PURPOSE.
           IF PPL1-PURPOSE-CODE = SPACES
               OR PPL1-PURPOSE-DESCRIPTION = SPACES
               OR (PPL1-ACTIVE-FLAG NOT = 'Y'
                   AND PPL1-ACTIVE-FLAG NOT = 'N')
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  Rejected purpose-code record: "
                   PPL1-INPUT-RECORD
           ELSE
               EXEC SQL
                   DELETE FROM PPC1
                   WHERE PURPOSE_CODE = :PPL1-PURPOSE-CODE
               END-EXEC
               MOVE PPL1-PURPOSE-CODE TO PURPOSE-CODE OF PPC1-REC
               MOVE PPL1-PURPOSE-DESCRIPTION
                   TO PURPOSE-DESCRIPTION OF PPC1-REC
               MOVE PPL1-ACTIVE-FLAG TO ACTIVE-FLAG OF PPC1-REC
               EXEC SQL
                   INSERT INTO PPC1
                       (PURPOSE_CODE, PURPOSE_DESCRIPTION,
                        ACTIVE_FLAG)
                   VALUES
                       (:PPC1-REC.PURPOSE-CODE,
                        :PPC1-REC.PURPOSE-DESCRIPTION,
                        :PPC1-REC.ACTIVE-FLAG)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   CALL ERRM1-PGM USING ERRM1-COMM-AREA
                   DISPLAY "  Rejected purpose code "
                       PPL1-PURPOSE-CODE ": " ERRM1-MESSAGE
               END-IF
           END-IF.
