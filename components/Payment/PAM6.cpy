           *> Status of the approval ('S'=success, 'E'=error,
           *> 'V'=PAYMENT-ID failed the shared ID-format check,
           *> 'F'=four-eyes refusal - the approver is the same user
           *> who requested the clearing,
           *> 'A'=the payment is above the approver's own OAL1
           *> authority to clear - a more senior supervisor must
           *> approve it)
           05  USER-ID              PIC X(8).
           *> UserID of the approving operator
           05  TIMESTAMP            PIC X(20).
