       COPY CAD1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.
               IF CONTACT-CHANNEL OF CCM1-COMM-AREA NOT = 'M'
                   AND CONTACT-CHANNEL OF CCM1-COMM-AREA NOT = 'E'
                   AND CONTACT-CHANNEL OF CCM1-COMM-AREA NOT = 'P'
                   AND CONTACT-CHANNEL OF CCM1-COMM-AREA NOT = 'F'
                   MOVE 'V' TO CONTACT-STATUS OF CCM1-COMM-AREA
                   MOVE 'Channel must be M, E, P or F'
                       TO ERROR-MESSAGE OF CCM1-COMM-AREA
               END-IF
               IF CONTACT-STATUS OF CCM1-COMM-AREA NOT = 'V'
                   AND CONTACT-CHANNEL OF CCM1-COMM-AREA NOT = 'M'
                   AND CONTACT-CHANNEL OF CCM1-COMM-AREA NOT = 'F'
                   AND CONTACT-DETAIL OF CCM1-COMM-AREA = SPACES
                   MOVE 'V' TO CONTACT-STATUS OF CCM1-COMM-AREA
                   MOVE 'Channel detail is required for E and P'
                       TO ERROR-MESSAGE OF CCM1-COMM-AREA
               END-IF
               IF CONTACT-STATUS OF CCM1-COMM-AREA NOT = 'V'
                   AND CONTACT-CHANNEL OF CCM1-COMM-AREA = 'F'
                   PERFORM VALIDATE-FILE-CHANNEL
               END-IF
           END-IF
           IF CONTACT-STATUS OF CCM1-COMM-AREA NOT = 'V'
               PERFORM VALIDATE-CUSTOMER
           END-IF.

       VALIDATE-FILE-CHANNEL.
      *> The structured file is a statement channel only - a letter
      *> cannot be loaded into the customer's ledger, so 'F' on LETR
      *> or ALL would leave letters with nowhere to go. The file
      *> runs daily or with the monthly cycle, monthly by default.
           IF DOCUMENT-TYPE OF CCM1-COMM-AREA NOT = 'STMT'
               MOVE 'V' TO CONTACT-STATUS OF CCM1-COMM-AREA
               MOVE 'Channel F is for document type STMT only'
                   TO ERROR-MESSAGE OF CCM1-COMM-AREA
           END-IF
           IF FILE-FREQUENCY OF CCM1-COMM-AREA = SPACE
               MOVE 'M' TO FILE-FREQUENCY OF CCM1-COMM-AREA
           END-IF
           IF CONTACT-STATUS OF CCM1-COMM-AREA NOT = 'V'
               AND FILE-FREQUENCY OF CCM1-COMM-AREA NOT = 'D'
               AND FILE-FREQUENCY OF CCM1-COMM-AREA NOT = 'M'
               MOVE 'V' TO CONTACT-STATUS OF CCM1-COMM-AREA
               MOVE 'File frequency must be D or M'
                   TO ERROR-MESSAGE OF CCM1-COMM-AREA
           END-IF.

       VALIDATE-CUSTOMER.
           EXEC SQL
               SELECT COUNT(*)
               TO CONTACT-DETAIL OF CCT1-REC
           MOVE USER-ID OF CCM1-COMM-AREA
               TO CONTACT-USER OF CCT1-REC
           MOVE SPACE TO FILE-FREQUENCY OF CCT1-REC
           IF CONTACT-CHANNEL OF CCM1-COMM-AREA = 'F'
               MOVE FILE-FREQUENCY OF CCM1-COMM-AREA
                   TO FILE-FREQUENCY OF CCT1-REC
           END-IF
           EXEC SQL
               INSERT INTO CCT1
                   (CUSTOMER_ID, DOCUMENT_TYPE, CONTACT_CHANNEL,
                    CONTACT_DETAIL, CONTACT_USER, FILE_FREQUENCY)
               VALUES
                   (:CCT1-REC.CUSTOMER-ID, :CCT1-REC.DOCUMENT-TYPE,
                    :CCT1-REC.CONTACT-CHANNEL,
                    :CCT1-REC.CONTACT-DETAIL, :CCT1-REC.CONTACT-USER,
                    :CCT1-REC.FILE-FREQUENCY)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO CONTACT-STATUS OF CCM1-COMM-AREA
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF CCM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "CCM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
