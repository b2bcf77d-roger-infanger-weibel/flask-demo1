       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TXM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY TXR1SQL.
       COPY CAD1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY TXR1REC.
       COPY CAD1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.

      *> Shared ID-format validation
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

       01  WS-CURRENT-DATE                    PIC X(21).
       01  WS-TODAY-ISO                       PIC X(10).
       01  WS-CUSTOMER-COUNT                  PIC S9(9) COMP.
       01  WS-EDIT-RATE                       PIC ZZ9.99.

      *> Date format check - YYYY-MM-DD with a real month and day.
       01  WS-DATE-CHECK.
           05  WS-CHECK-YEAR                  PIC X(4).
           05  WS-CHECK-DASH-1                PIC X(1).
           05  WS-CHECK-MONTH                 PIC X(2).
           05  WS-CHECK-DASH-2                PIC X(1).
           05  WS-CHECK-DAY                   PIC X(2).
       01  WS-CHECK-MONTH-NUMBER              PIC 9(2).
       01  WS-CHECK-DAY-NUMBER                PIC 9(2).
       01  WS-DATE-SWITCH                     PIC X(1).
           88  WS-DATE-VALID                  VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY TXM1.

       PROCEDURE DIVISION USING TXM1-COMM-AREA.
       MAIN-PROCESS.
      *> Maintenance of the TXR1 tax residency INA1 withholds tax
      *> on credit interest by - the country the customer is
      *> resident in for tax, their taxpayer number for the
      *> year-end authority file, and any exemption or reduced-rate
      *> certificate they have lodged. Delete falls the customer
      *> back to a home-country resident with no certificate.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF TAX-STATUS NOT = 'V'
               PERFORM REPLACE-RESIDENCY
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF TXM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF TXM1-COMM-AREA.
           MOVE SPACES TO TAX-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF TXM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO TAX-STATUS
               MOVE IDV1-REASON TO ERROR-MESSAGE OF TXM1-COMM-AREA
           END-IF
           IF TAX-STATUS NOT = 'V'
               IF ACTION-CODE OF TXM1-COMM-AREA NOT = 'A'
                   AND ACTION-CODE OF TXM1-COMM-AREA NOT = 'D'
                   MOVE 'V' TO TAX-STATUS
                   MOVE 'Action must be A or D'
                       TO ERROR-MESSAGE OF TXM1-COMM-AREA
               END-IF
           END-IF
           IF TAX-STATUS NOT = 'V'
               AND ACTION-CODE OF TXM1-COMM-AREA = 'A'
               PERFORM VALIDATE-ADD
           END-IF
           IF TAX-STATUS NOT = 'V'
               PERFORM VALIDATE-CUSTOMER
           END-IF.

       VALIDATE-ADD.
           IF RESIDENCE-COUNTRY OF TXM1-COMM-AREA IS NOT ALPHABETIC
               OR RESIDENCE-COUNTRY OF TXM1-COMM-AREA(1:1) = SPACE
               OR RESIDENCE-COUNTRY OF TXM1-COMM-AREA(2:1) = SPACE
               MOVE 'V' TO TAX-STATUS
               MOVE 'Residence country must be a 2-letter code'
                   TO ERROR-MESSAGE OF TXM1-COMM-AREA
           END-IF
           IF TAX-STATUS NOT = 'V'
               AND CERTIFICATE-REF OF TXM1-COMM-AREA NOT = SPACES
               PERFORM VALIDATE-CERTIFICATE
           END-IF.

       VALIDATE-CERTIFICATE.
      *> A certificate only means something with the period it
      *> covers and the rate it allows - a full exemption is a
      *> rate of zero.
           MOVE CERTIFICATE-FROM OF TXM1-COMM-AREA TO WS-DATE-CHECK
           PERFORM CHECK-DATE-FORMAT
           IF NOT WS-DATE-VALID
               MOVE 'V' TO TAX-STATUS
               MOVE 'Certificate from date must be YYYY-MM-DD'
                   TO ERROR-MESSAGE OF TXM1-COMM-AREA
           END-IF
           IF TAX-STATUS NOT = 'V'
               MOVE CERTIFICATE-TO OF TXM1-COMM-AREA TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FORMAT
               IF NOT WS-DATE-VALID
                   MOVE 'V' TO TAX-STATUS
                   MOVE 'Certificate to date must be YYYY-MM-DD'
                       TO ERROR-MESSAGE OF TXM1-COMM-AREA
               END-IF
           END-IF
           IF TAX-STATUS NOT = 'V'
               AND CERTIFICATE-TO OF TXM1-COMM-AREA
                   < CERTIFICATE-FROM OF TXM1-COMM-AREA
               MOVE 'V' TO TAX-STATUS
               MOVE 'Certificate cannot end before it starts'
                   TO ERROR-MESSAGE OF TXM1-COMM-AREA
           END-IF
           IF TAX-STATUS NOT = 'V'
               IF CERTIFICATE-RATE OF TXM1-COMM-AREA < 0
                   OR CERTIFICATE-RATE OF TXM1-COMM-AREA > 100
                   MOVE 'V' TO TAX-STATUS
                   MOVE 'Certificate rate must be 0 to 100 percent'
                       TO ERROR-MESSAGE OF TXM1-COMM-AREA
               END-IF
           END-IF.

       CHECK-DATE-FORMAT.
           MOVE 'Y' TO WS-DATE-SWITCH
           IF WS-CHECK-YEAR IS NOT NUMERIC
               OR WS-CHECK-MONTH IS NOT NUMERIC
               OR WS-CHECK-DAY IS NOT NUMERIC
               OR WS-CHECK-DASH-1 NOT = '-'
               OR WS-CHECK-DASH-2 NOT = '-'
               MOVE 'N' TO WS-DATE-SWITCH
           ELSE
               MOVE WS-CHECK-MONTH TO WS-CHECK-MONTH-NUMBER
               MOVE WS-CHECK-DAY TO WS-CHECK-DAY-NUMBER
               IF WS-CHECK-MONTH-NUMBER < 1
                   OR WS-CHECK-MONTH-NUMBER > 12
                   OR WS-CHECK-DAY-NUMBER < 1
                   OR WS-CHECK-DAY-NUMBER > 31
                   MOVE 'N' TO WS-DATE-SWITCH
               END-IF
           END-IF.

       VALIDATE-CUSTOMER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CUSTOMER-COUNT
               FROM CAD1
               WHERE CUSTOMER_ID = :TXM1-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CUSTOMER-COUNT = 0
               MOVE 'V' TO TAX-STATUS
               MOVE 'Customer is not on CAD1'
                   TO ERROR-MESSAGE OF TXM1-COMM-AREA
           END-IF.

       REPLACE-RESIDENCY.
      *> Delete-then-insert makes add and replace the same call and
      *> a re-driven call harmless, as CCM1 does for a preference.
           EXEC SQL
               DELETE FROM TXR1
               WHERE CUSTOMER_ID = :TXM1-COMM-AREA.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SET-SQL-ERROR
           ELSE
               IF ACTION-CODE OF TXM1-COMM-AREA = 'A'
                   PERFORM INSERT-RESIDENCY
               ELSE
                   MOVE 'S' TO TAX-STATUS
               END-IF
           END-IF.

       INSERT-RESIDENCY.
           MOVE CUSTOMER-ID OF TXM1-COMM-AREA
               TO CUSTOMER-ID OF TXR1-REC
           MOVE RESIDENCE-COUNTRY OF TXM1-COMM-AREA
               TO RESIDENCE-COUNTRY OF TXR1-REC
           MOVE TAX-REFERENCE OF TXM1-COMM-AREA
               TO TAX-REFERENCE OF TXR1-REC
           MOVE CERTIFICATE-REF OF TXM1-COMM-AREA
               TO CERTIFICATE-REF OF TXR1-REC
           IF CERTIFICATE-REF OF TXM1-COMM-AREA = SPACES
               MOVE 0 TO CERTIFICATE-RATE OF TXR1-REC
               MOVE '0001-01-01' TO CERTIFICATE-FROM OF TXR1-REC
               MOVE '0001-01-01' TO CERTIFICATE-TO OF TXR1-REC
           ELSE
               MOVE CERTIFICATE-RATE OF TXM1-COMM-AREA
                   TO CERTIFICATE-RATE OF TXR1-REC
               MOVE CERTIFICATE-FROM OF TXM1-COMM-AREA
                   TO CERTIFICATE-FROM OF TXR1-REC
               MOVE CERTIFICATE-TO OF TXM1-COMM-AREA
                   TO CERTIFICATE-TO OF TXR1-REC
           END-IF
           MOVE WS-TODAY-ISO TO MAINTAIN-DATE OF TXR1-REC
           MOVE USER-ID OF TXM1-COMM-AREA TO MAINTAIN-USER OF TXR1-REC
           EXEC SQL
               INSERT INTO TXR1
                   (CUSTOMER_ID, RESIDENCE_COUNTRY, TAX_REFERENCE,
                    CERTIFICATE_REF, CERTIFICATE_RATE,
                    CERTIFICATE_FROM, CERTIFICATE_TO,
                    MAINTAIN_DATE, MAINTAIN_USER)
               VALUES
                   (:TXR1-REC.CUSTOMER-ID,
                    :TXR1-REC.RESIDENCE-COUNTRY,
                    :TXR1-REC.TAX-REFERENCE,
                    :TXR1-REC.CERTIFICATE-REF,
                    :TXR1-REC.CERTIFICATE-RATE,
                    :TXR1-REC.CERTIFICATE-FROM,
                    :TXR1-REC.CERTIFICATE-TO,
                    :TXR1-REC.MAINTAIN-DATE,
                    :TXR1-REC.MAINTAIN-USER)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO TAX-STATUS
           ELSE
               PERFORM SET-SQL-ERROR
           END-IF.

       SET-SQL-ERROR.
           MOVE 'E' TO TAX-STATUS
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF TXM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF TXM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF TXM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module TXM1 ended with status: " TAX-STATUS.
           IF TAX-STATUS = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF TXM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome - on
      *> success the row names the residence and certificate so a
      *> changed withholding rate can be traced to its source.
           MOVE 'TXM1' TO AUD1-MODULE-NAME
           MOVE CUSTOMER-ID OF TXM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF TXM1-COMM-AREA TO AUD1-USER-ID
           MOVE TAX-STATUS TO AUD1-STATUS
           MOVE RETURN-CODE OF TXM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF TAX-STATUS = 'S'
               MOVE CERTIFICATE-RATE OF TXM1-COMM-AREA TO WS-EDIT-RATE
               STRING ACTION-CODE OF TXM1-COMM-AREA ' '
                   RESIDENCE-COUNTRY OF TXM1-COMM-AREA ' '
                   CERTIFICATE-REF OF TXM1-COMM-AREA ' '
                   CERTIFICATE-FROM OF TXM1-COMM-AREA ' '
                   CERTIFICATE-TO OF TXM1-COMM-AREA ' '
                   WS-EDIT-RATE
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF TXM1-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF TXM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "TXM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
