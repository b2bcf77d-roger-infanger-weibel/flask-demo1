       COPY RWQ1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Reactivation goes through CAM3, the release through PAM2
       COPY CAM3.
       01  CAM3-PGM                           PIC X(8) VALUE 'CAM3'.
       FETCH-OPEN-WORK-ITEM.
           EXEC SQL
               SELECT CUSTOMER_ID, PAYMENT_AMOUNT, PAYMENT_CURRENCY,
                      QUEUE_STATUS, BENEFICIARY_ID, SIGNATORY_REF,
                      SECOND_SIGNATORY_REF
               INTO :RWQ1-REC.CUSTOMER-ID, :RWQ1-REC.PAYMENT-AMOUNT,
                    :RWQ1-REC.PAYMENT-CURRENCY,
                    :RWQ1-REC.QUEUE-STATUS,
                    :RWQ1-REC.BENEFICIARY-ID,
                    :RWQ1-REC.SIGNATORY-REF,
                    :RWQ1-REC.SECOND-SIGNATORY-REF
               FROM RWQ1
               WHERE PAYMENT_ID = :RAM1-COMM-AREA.PAYMENT-ID
           END-EXEC
               TO PAYMENT-AMOUNT OF PAM2-COMM-AREA
           MOVE PAYMENT-CURRENCY OF RWQ1-REC
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
      *> PAM2 checks the payee before it ever parks an item, so an
      *> item with no beneficiary can only have been a collection.
           IF BENEFICIARY-ID OF RWQ1-REC = SPACES
               MOVE 'Y' TO COLLECTION-FLAG OF PAM2-COMM-AREA
           ELSE
               MOVE BENEFICIARY-ID OF RWQ1-REC
                   TO BENEFICIARY-ID OF PAM2-COMM-AREA
           END-IF
           MOVE SIGNATORY-REF OF RWQ1-REC
               TO SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE SECOND-SIGNATORY-REF OF RWQ1-REC
               TO SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE USER-ID OF RAM1-COMM-AREA
               TO USER-ID OF PAM2-COMM-AREA
           CALL PAM2-PGM USING PAM2-COMM-AREA
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF RAM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "RAM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
