       COPY FRC1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> The released payment is re-created through PAM2
       COPY PAM2.
       01  PAM2-PGM                           PIC X(8) VALUE 'PAM2'.
       FETCH-OPEN-CASE.
           EXEC SQL
               SELECT CUSTOMER_ID, PAYMENT_AMOUNT, PAYMENT_CURRENCY,
                      CASE_STATUS, BENEFICIARY_ID, SIGNATORY_REF,
                      SECOND_SIGNATORY_REF
               INTO :FRC1-REC.CUSTOMER-ID, :FRC1-REC.PAYMENT-AMOUNT,
                    :FRC1-REC.PAYMENT-CURRENCY,
                    :FRC1-REC.CASE-STATUS,
                    :FRC1-REC.BENEFICIARY-ID,
                    :FRC1-REC.SIGNATORY-REF,
                    :FRC1-REC.SECOND-SIGNATORY-REF
               FROM FRC1
               WHERE PAYMENT_ID = :FRM1-COMM-AREA.PAYMENT-ID
           END-EXEC
               TO PAYMENT-AMOUNT OF PAM2-COMM-AREA
           MOVE PAYMENT-CURRENCY OF FRC1-REC
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
      *> PAM2 checks the payee before it ever parks an item, so an
      *> item with no beneficiary can only have been a collection.
           IF BENEFICIARY-ID OF FRC1-REC = SPACES
               MOVE 'Y' TO COLLECTION-FLAG OF PAM2-COMM-AREA
           ELSE
               MOVE BENEFICIARY-ID OF FRC1-REC
                   TO BENEFICIARY-ID OF PAM2-COMM-AREA
           END-IF
           MOVE SIGNATORY-REF OF FRC1-REC
               TO SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE SECOND-SIGNATORY-REF OF FRC1-REC
               TO SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE USER-ID OF FRM1-COMM-AREA
               TO USER-ID OF PAM2-COMM-AREA
           MOVE 'Y' TO SCREEN-WAIVED-FLAG
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF FRM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "FRM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
