           05  PAYMENT-ID           PIC X(10).
           *> Identifier of the payment to reverse
           05  PAYMENT-STATUS       PIC X(1).
           *> Status of the reversal ('S'=success, 'E'=error,
           *> 'A'=the amount is above USER-ID's OAL1 authority to
           *> reverse - a supervisor must key it)
           05  REVERSAL-PAYMENT-ID  PIC X(10).
           *> Identifier to assign the new reversing PAD1 row
           05  CUSTOMER-ID          PIC X(10).
