       COPY CFG1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.
           END-IF
           MOVE TIMESTAMP OF CFM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "CFM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
