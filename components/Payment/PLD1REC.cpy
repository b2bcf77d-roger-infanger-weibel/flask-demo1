           *> Payment amount (implied decimal)
           05  PLD1-PAYMENT-CURRENCY PIC X(3).
           *> ISO currency code of PLD1-PAYMENT-AMOUNT
           05  PLD1-BENEFICIARY-ID  PIC X(10).
           *> Payee the money goes to (see BEN1)
           05  PLD1-URGENT-FLAG     PIC X(1).
           *> 'Y'=urgent payment (see PAM2 URGENT-FLAG)
           05  PLD1-SIGNATORY-REF   PIC X(10).
           *> SIG1 signatory who signed the instruction - required
           *> for a customer with signatories on file
           05  PLD1-SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 countersignatory, spaces if none signed (see PAM2
           *> SECOND-SIGNATORY-REF)
           05  PLD1-PURPOSE-CODE    PIC X(4).
           *> PPC1 economic purpose - required when the payee bank
           *> is outside the home country (see PAM2 PURPOSE-CODE)
           05  PLD1-COUNTERPARTY-COUNTRY PIC X(2).
           *> ISO country of the counterparty, required with it
