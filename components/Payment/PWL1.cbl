           MOVE 'W' TO WH-STATUS OF PWH1-REC
           MOVE WS-PARM-USER-ID TO ENTRY-USER OF PWH1-REC
           MOVE '0001-01-01' TO RELEASE-DATE OF PWH1-REC
           MOVE PWL1-BENEFICIARY-ID TO BENEFICIARY-ID OF PWH1-REC
           MOVE PWL1-SIGNATORY-REF TO SIGNATORY-REF OF PWH1-REC
           MOVE PWL1-SECOND-SIGNATORY-REF
               TO SECOND-SIGNATORY-REF OF PWH1-REC
           EXEC SQL
               INSERT INTO PWH1
                   (INSTRUCTION_ID, CUSTOMER_ID, PAYMENT_AMOUNT,
                    PAYMENT_CURRENCY, VALUE_DATE, WH_STATUS,
                    ENTRY_USER, RELEASE_DATE, BENEFICIARY_ID,
                    SIGNATORY_REF, SECOND_SIGNATORY_REF)
               VALUES
                   (:PWH1-REC.INSTRUCTION-ID, :PWH1-REC.CUSTOMER-ID,
                    :PWH1-REC.PAYMENT-AMOUNT,
                    :PWH1-REC.PAYMENT-CURRENCY, :PWH1-REC.VALUE-DATE,
                    :PWH1-REC.WH-STATUS, :PWH1-REC.ENTRY-USER,
                    :PWH1-REC.RELEASE-DATE, :PWH1-REC.BENEFICIARY-ID,
                    :PWH1-REC.SIGNATORY-REF,
                    :PWH1-REC.SECOND-SIGNATORY-REF)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-LOADED-COUNT
