           *> Status of the refund ('S'=success, 'E'=error,
           *> 'V'=an ID failed the shared format check,
           *> 'X'=the payment was already refunded, or the refund
           *> key already exists on PAD1,
           *> 'A'=the amount is above USER-ID's OAL1 authority to
           *> refund - a supervisor must key it)
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
