           *> ISO currency code of PWL1-PAYMENT-AMOUNT
           05  PWL1-VALUE-DATE      PIC X(10).
           *> Date the instruction falls due (YYYY-MM-DD)
           05  PWL1-BENEFICIARY-ID  PIC X(10).
           *> Payee the money goes to at release (see BEN1)
           05  PWL1-SIGNATORY-REF   PIC X(10).
           *> SIG1 signatory who signed the instruction (see PAM2
           *> SIGNATORY-REF) - checked at release
           05  PWL1-SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 countersignatory, spaces if none signed
