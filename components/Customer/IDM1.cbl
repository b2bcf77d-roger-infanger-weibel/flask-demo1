       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY IDD1SQL.
       COPY CAD1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY IDD1REC.
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

      *> Expiry-date format check - YYYY-MM-DD with a real month and
      *> a day the month could have.
       01  WS-EXPIRY-CHECK.
           05  WS-EXPIRY-YEAR                 PIC X(4).
           05  WS-EXPIRY-DASH-1               PIC X(1).
           05  WS-EXPIRY-MONTH                PIC X(2).
           05  WS-EXPIRY-DASH-2               PIC X(1).
           05  WS-EXPIRY-DAY                  PIC X(2).
       01  WS-EXPIRY-MONTH-NUMBER             PIC 9(2).
       01  WS-EXPIRY-DAY-NUMBER               PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

      *> Include the communication area copybook
       COPY IDM1.

       PROCEDURE DIVISION USING IDM1-COMM-AREA.
       MAIN-PROCESS.
      *> Keeps the IDD1 register of the identity documents a
      *> customer has shown - the passport or company registration
      *> checked at onboarding, and each renewal after it. The
      *> calling user is recorded as the one who verified the
      *> original.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF DOCUMENT-STATUS-CODE NOT = 'V'
               EVALUATE ACTION-CODE OF IDM1-COMM-AREA
                   WHEN 'A'
                       PERFORM ADD-DOCUMENT
                   WHEN 'U'
                       PERFORM REVERIFY-DOCUMENT
                   WHEN OTHER
                       PERFORM WITHDRAW-DOCUMENT
               END-EVALUATE
           END-IF
           PERFORM STAMP-TIMESTAMP
           PERFORM RETURN-TO-CALLER
           GOBACK.

       INITIALIZE-COMM-AREA.
           MOVE 0 TO RETURN-CODE OF IDM1-COMM-AREA.
           MOVE SPACES TO ERROR-MESSAGE OF IDM1-COMM-AREA.
           MOVE SPACES TO DOCUMENT-STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

       VALIDATE-INPUT.
           MOVE CUSTOMER-ID OF IDM1-COMM-AREA TO IDV1-ID
           CALL IDV1-PGM USING IDV1-COMM-AREA
           IF NOT IDV1-ID-VALID
               MOVE 'V' TO DOCUMENT-STATUS-CODE
               MOVE IDV1-REASON TO ERROR-MESSAGE OF IDM1-COMM-AREA
           END-IF
           IF DOCUMENT-STATUS-CODE NOT = 'V'
               IF ACTION-CODE OF IDM1-COMM-AREA NOT = 'A'
                   AND ACTION-CODE OF IDM1-COMM-AREA NOT = 'U'
                   AND ACTION-CODE OF IDM1-COMM-AREA NOT = 'W'
                   MOVE 'V' TO DOCUMENT-STATUS-CODE
                   MOVE 'Action must be A, U or W'
                       TO ERROR-MESSAGE OF IDM1-COMM-AREA
               END-IF
           END-IF
           IF DOCUMENT-STATUS-CODE NOT = 'V'
               IF DOCUMENT-TYPE OF IDM1-COMM-AREA NOT = 'PASS'
                   AND DOCUMENT-TYPE OF IDM1-COMM-AREA NOT = 'NIDC'
                   AND DOCUMENT-TYPE OF IDM1-COMM-AREA NOT = 'DRVL'
                   AND DOCUMENT-TYPE OF IDM1-COMM-AREA NOT = 'CREG'
                   MOVE 'V' TO DOCUMENT-STATUS-CODE
                   MOVE 'Document type must be PASS, NIDC, DRVL or CREG'
                       TO ERROR-MESSAGE OF IDM1-COMM-AREA
               END-IF
           END-IF
           IF DOCUMENT-STATUS-CODE NOT = 'V'
               AND DOCUMENT-NUMBER OF IDM1-COMM-AREA = SPACES
               MOVE 'V' TO DOCUMENT-STATUS-CODE
               MOVE 'Document number is required'
                   TO ERROR-MESSAGE OF IDM1-COMM-AREA
           END-IF
           IF DOCUMENT-STATUS-CODE NOT = 'V'
               AND ACTION-CODE OF IDM1-COMM-AREA = 'A'
               PERFORM VALIDATE-NEW-DOCUMENT
           END-IF
           IF DOCUMENT-STATUS-CODE NOT = 'V'
               AND ACTION-CODE OF IDM1-COMM-AREA NOT = 'W'
               PERFORM VALIDATE-EXPIRY-DATE
           END-IF.

       VALIDATE-NEW-DOCUMENT.
           IF ISSUING-COUNTRY OF IDM1-COMM-AREA = SPACES
               MOVE 'V' TO DOCUMENT-STATUS-CODE
               MOVE 'Issuing country is required'
                   TO ERROR-MESSAGE OF IDM1-COMM-AREA
           END-IF
           IF DOCUMENT-STATUS-CODE NOT = 'V'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CUSTOMER-COUNT
                   FROM CAD1
                   WHERE CUSTOMER_ID = :IDM1-COMM-AREA.CUSTOMER-ID
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-CUSTOMER-COUNT = 0
                   MOVE 'V' TO DOCUMENT-STATUS-CODE
                   MOVE 'Customer is not on CAD1'
                       TO ERROR-MESSAGE OF IDM1-COMM-AREA
               END-IF
           END-IF.

       VALIDATE-EXPIRY-DATE.
           MOVE EXPIRY-DATE OF IDM1-COMM-AREA TO WS-EXPIRY-CHECK
           IF WS-EXPIRY-YEAR IS NOT NUMERIC
               OR WS-EXPIRY-MONTH IS NOT NUMERIC
               OR WS-EXPIRY-DAY IS NOT NUMERIC
               OR WS-EXPIRY-DASH-1 NOT = '-'
               OR WS-EXPIRY-DASH-2 NOT = '-'
               MOVE 'V' TO DOCUMENT-STATUS-CODE
               MOVE 'Expiry date must be YYYY-MM-DD'
                   TO ERROR-MESSAGE OF IDM1-COMM-AREA
           ELSE
               MOVE WS-EXPIRY-MONTH TO WS-EXPIRY-MONTH-NUMBER
               MOVE WS-EXPIRY-DAY TO WS-EXPIRY-DAY-NUMBER
               IF WS-EXPIRY-MONTH-NUMBER < 1
                   OR WS-EXPIRY-MONTH-NUMBER > 12
                   OR WS-EXPIRY-DAY-NUMBER < 1
                   OR WS-EXPIRY-DAY-NUMBER > 31
                   MOVE 'V' TO DOCUMENT-STATUS-CODE
                   MOVE 'Expiry date is not a real date'
                       TO ERROR-MESSAGE OF IDM1-COMM-AREA
               END-IF
           END-IF.

       ADD-DOCUMENT.
           MOVE CUSTOMER-ID OF IDM1-COMM-AREA TO CUSTOMER-ID OF IDD1-REC
           MOVE DOCUMENT-TYPE OF IDM1-COMM-AREA
               TO DOCUMENT-TYPE OF IDD1-REC
           MOVE DOCUMENT-NUMBER OF IDM1-COMM-AREA
               TO DOCUMENT-NUMBER OF IDD1-REC
           MOVE ISSUING-COUNTRY OF IDM1-COMM-AREA
               TO ISSUING-COUNTRY OF IDD1-REC
           MOVE EXPIRY-DATE OF IDM1-COMM-AREA TO EXPIRY-DATE OF IDD1-REC
           MOVE USER-ID OF IDM1-COMM-AREA TO VERIFIED-USER OF IDD1-REC
           MOVE WS-TODAY-ISO TO VERIFIED-DATE OF IDD1-REC
           MOVE 'A' TO DOCUMENT-STATUS OF IDD1-REC
           MOVE '0001-01-01' TO RENEWAL-LETTER-DATE OF IDD1-REC
           EXEC SQL
               INSERT INTO IDD1
                   (CUSTOMER_ID, DOCUMENT_TYPE, DOCUMENT_NUMBER,
                    ISSUING_COUNTRY, EXPIRY_DATE, VERIFIED_USER,
                    VERIFIED_DATE, DOCUMENT_STATUS,
                    RENEWAL_LETTER_DATE)
               VALUES
                   (:IDD1-REC.CUSTOMER-ID, :IDD1-REC.DOCUMENT-TYPE,
                    :IDD1-REC.DOCUMENT-NUMBER,
                    :IDD1-REC.ISSUING-COUNTRY, :IDD1-REC.EXPIRY-DATE,
                    :IDD1-REC.VERIFIED-USER, :IDD1-REC.VERIFIED-DATE,
                    :IDD1-REC.DOCUMENT-STATUS,
                    :IDD1-REC.RENEWAL-LETTER-DATE)
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'S' TO DOCUMENT-STATUS-CODE
               WHEN SQLCODE = -803
                   MOVE 'X' TO DOCUMENT-STATUS-CODE
                   MOVE 'Document is already on file for the customer'
                       TO ERROR-MESSAGE OF IDM1-COMM-AREA
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       REVERIFY-DOCUMENT.
      *> A renewed document keeps its number in most countries - the
      *> new expiry is recorded against the same row, re-verified,
      *> and a fresh renewal letter will go out when it next falls
      *> due. A withdrawn document re-verified is relied on again.
           EXEC SQL
               UPDATE IDD1
               SET EXPIRY_DATE = :IDM1-COMM-AREA.EXPIRY-DATE,
                   VERIFIED_USER = :IDM1-COMM-AREA.USER-ID,
                   VERIFIED_DATE = :WS-TODAY-ISO,
                   DOCUMENT_STATUS = 'A',
                   RENEWAL_LETTER_DATE = '0001-01-01'
               WHERE CUSTOMER_ID = :IDM1-COMM-AREA.CUSTOMER-ID
                 AND DOCUMENT_TYPE = :IDM1-COMM-AREA.DOCUMENT-TYPE
                 AND DOCUMENT_NUMBER = :IDM1-COMM-AREA.DOCUMENT-NUMBER
           END-EXEC
           PERFORM CHECK-ROW-CHANGED.

       WITHDRAW-DOCUMENT.
           EXEC SQL
               UPDATE IDD1
               SET DOCUMENT_STATUS = 'W'
               WHERE CUSTOMER_ID = :IDM1-COMM-AREA.CUSTOMER-ID
                 AND DOCUMENT_TYPE = :IDM1-COMM-AREA.DOCUMENT-TYPE
                 AND DOCUMENT_NUMBER = :IDM1-COMM-AREA.DOCUMENT-NUMBER
                 AND DOCUMENT_STATUS = 'A'
           END-EXEC
           PERFORM CHECK-ROW-CHANGED.

       CHECK-ROW-CHANGED.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'X' TO DOCUMENT-STATUS-CODE
                   MOVE 'No such document on file for the customer'
                       TO ERROR-MESSAGE OF IDM1-COMM-AREA
               WHEN SQLCODE = 0
                   MOVE 'S' TO DOCUMENT-STATUS-CODE
               WHEN OTHER
                   PERFORM SET-SQL-ERROR
           END-EVALUATE.

       SET-SQL-ERROR.
           MOVE 'E' TO DOCUMENT-STATUS-CODE
           MOVE SQLCODE TO ERRM1-SQLCODE
           CALL ERRM1-PGM USING ERRM1-COMM-AREA
           MOVE ERRM1-MESSAGE TO ERROR-MESSAGE OF IDM1-COMM-AREA
           MOVE SQLCODE TO RETURN-CODE OF IDM1-COMM-AREA.

       STAMP-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)  ' ' WS-CURRENT-DATE(9:2)  ':'
                  WS-CURRENT-DATE(11:2) ':' WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO TIMESTAMP OF IDM1-COMM-AREA.

       RETURN-TO-CALLER.
           DISPLAY "Module IDM1 ended with status: "
               DOCUMENT-STATUS-CODE.
           IF DOCUMENT-STATUS-CODE = 'E'
               DISPLAY "Error: " ERROR-MESSAGE OF IDM1-COMM-AREA
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.

      *> Every call gets a permanent row, whatever the outcome -
      *> on success the row names the document and its expiry.
           MOVE 'IDM1' TO AUD1-MODULE-NAME
           MOVE CUSTOMER-ID OF IDM1-COMM-AREA TO AUD1-AUDIT-ID
           MOVE USER-ID OF IDM1-COMM-AREA TO AUD1-USER-ID
           MOVE DOCUMENT-STATUS-CODE TO AUD1-STATUS
           MOVE RETURN-CODE OF IDM1-COMM-AREA TO AUD1-RETURN-CODE
           MOVE SPACES TO AUD1-ERROR-MESSAGE
           IF DOCUMENT-STATUS-CODE = 'S'
               STRING ACTION-CODE OF IDM1-COMM-AREA ' '
                   DOCUMENT-TYPE OF IDM1-COMM-AREA ' '
                   DOCUMENT-NUMBER OF IDM1-COMM-AREA ' '
                   ISSUING-COUNTRY OF IDM1-COMM-AREA ' '
                   EXPIRY-DATE OF IDM1-COMM-AREA
                   DELIMITED BY SIZE INTO AUD1-ERROR-MESSAGE
           ELSE
               MOVE ERROR-MESSAGE OF IDM1-COMM-AREA
                   TO AUD1-ERROR-MESSAGE
           END-IF
           MOVE TIMESTAMP OF IDM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "IDM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
