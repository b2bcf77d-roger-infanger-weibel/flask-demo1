               TO PAYMENT-AMOUNT OF PAM2-COMM-AREA
           MOVE PAQ1-PAYMENT-CURRENCY
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
           MOVE PAQ1-BENEFICIARY-ID
               TO BENEFICIARY-ID OF PAM2-COMM-AREA
           MOVE PAQ1-URGENT-FLAG TO URGENT-FLAG OF PAM2-COMM-AREA
           MOVE PAQ1-SIGNATORY-REF TO SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE PAQ1-SECOND-SIGNATORY-REF
               TO SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE PAQ1-USER-ID TO USER-ID OF PAM2-COMM-AREA
           CALL PAM2-PGM USING PAM2-COMM-AREA
           MOVE SPACES TO PAQ1-REPLY-MESSAGE
           MOVE 'PAQ1' TO MAIN-NAME OF PAM5-COMM-AREA
           MOVE PAQ1-PAYMENT-ID TO PAYMENT-ID OF PAM5-COMM-AREA
           MOVE PAQ1-USER-ID TO USER-ID OF PAM5-COMM-AREA
           MOVE PAQ1-SECOND-SIGNATORY-REF
               TO SECOND-SIGNATORY-REF OF PAM5-COMM-AREA
           CALL PAM5-PGM USING PAM5-COMM-AREA
           MOVE SPACES TO PAQ1-REPLY-MESSAGE
           MOVE PAYMENT-ID OF PAM5-COMM-AREA TO PAQ1-REPLY-PAYMENT-ID
