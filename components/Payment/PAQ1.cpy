           *> ISO currency code for a create request
           05  PAQ1-REVERSAL-PAYMENT-ID PIC X(10).
           *> New reversal key for a reverse request (see PAM3)
           05  PAQ1-BENEFICIARY-ID  PIC X(10).
           *> Payee for a create request (see BEN1)
           05  PAQ1-URGENT-FLAG     PIC X(1).
           *> 'Y'=urgent create request (see PAM2 URGENT-FLAG)
           05  PAQ1-SIGNATORY-REF   PIC X(10).
           *> SIG1 signatory who signed a create request
           05  PAQ1-SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 countersignatory on a create request, or on a
           *> clear request for a payment still short of one
           05  PAQ1-FILLER          PIC X(16).
           *> Reserved to round the message out to a fixed 100 bytes

       01  PAQ1-REPLY-MESSAGE.
