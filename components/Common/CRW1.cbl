       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRW1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY CRG1SQL.
       COPY UDA1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CRG1REC.
       COPY UDA1REC.

       01  WS-FLAG-COUNT                   PIC S9(9) COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       COPY CRW1.

       PROCEDURE DIVISION USING CRW1-COMM-AREA.

       MAIN-PROCESS.

           PERFORM CHECK-UNDELIVERABLE
           PERFORM REGISTER-DOCUMENT
           GOBACK.

       CHECK-UNDELIVERABLE.

      *> A paper document to an address the mailing house has sent
      *> mail back from is not produced - it would only come back
      *> again. Email goes out regardless; the flag is about the
      *> postal address only.
           MOVE 'N' TO CRW1-SUPPRESS-SWITCH
           IF CRW1-CHANNEL NOT = 'E'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-FLAG-COUNT
                   FROM UDA1
                   WHERE CUSTOMER_ID = :CRW1-CUSTOMER-ID
                     AND MAIL_ADDRESS = :CRW1-ADDRESS
                     AND FLAG_STATUS = 'U'
               END-EXEC
               IF SQLCODE = 0 AND WS-FLAG-COUNT > 0
                   MOVE 'Y' TO CRW1-SUPPRESS-SWITCH
               END-IF
           END-IF.

       REGISTER-DOCUMENT.

      *> One CRG1 row per document, suppressed ones included, so the
      *> register shows what each customer was - and was not - sent.
           MOVE CRW1-CUSTOMER-ID TO CUSTOMER-ID OF CRG1-REC
           EXEC SQL
               SELECT COALESCE(MAX(REGISTER_SEQ), 0) + 1
               INTO :CRG1-REC.REGISTER-SEQ
               FROM CRG1
               WHERE CUSTOMER_ID = :CRG1-REC.CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 1 TO REGISTER-SEQ OF CRG1-REC
           END-IF
           MOVE CRW1-DOCUMENT-TYPE TO DOCUMENT-TYPE OF CRG1-REC
           MOVE CRW1-DOCUMENT-REF TO DOCUMENT-REF OF CRG1-REC
           MOVE CRW1-PRODUCED-DATE TO PRODUCED-DATE OF CRG1-REC
           IF CRW1-CHANNEL = 'E'
               MOVE 'E' TO CONTACT-CHANNEL OF CRG1-REC
           ELSE
               MOVE 'M' TO CONTACT-CHANNEL OF CRG1-REC
           END-IF
           MOVE CRW1-ADDRESS TO MAIL-ADDRESS OF CRG1-REC
           IF CRW1-PAPER-SUPPRESSED
               MOVE 'S' TO DELIVERY-STATUS OF CRG1-REC
           ELSE
               MOVE 'P' TO DELIVERY-STATUS OF CRG1-REC
           END-IF
           MOVE '0001-01-01' TO RETURN-DATE OF CRG1-REC
           EXEC SQL
               INSERT INTO CRG1
                   (CUSTOMER_ID, REGISTER_SEQ, DOCUMENT_TYPE,
                    DOCUMENT_REF, PRODUCED_DATE, CONTACT_CHANNEL,
                    MAIL_ADDRESS, DELIVERY_STATUS, RETURN_DATE)
               VALUES
                   (:CRG1-REC.CUSTOMER-ID, :CRG1-REC.REGISTER-SEQ,
                    :CRG1-REC.DOCUMENT-TYPE, :CRG1-REC.DOCUMENT-REF,
                    :CRG1-REC.PRODUCED-DATE,
                    :CRG1-REC.CONTACT-CHANNEL,
                    :CRG1-REC.MAIL-ADDRESS,
                    :CRG1-REC.DELIVERY-STATUS,
                    :CRG1-REC.RETURN-DATE)
           END-EXEC
           MOVE SQLCODE TO CRW1-SQLCODE.
