           *> Identifier of the payment to clear
           05  PAYMENT-STATUS       PIC X(1).
           *> Status of the clearing ('S'=success, 'E'=error,
           *> 'W'=the amount is over the CFG1 approval limit, or
           *> over USER-ID's OAL1 authority to clear, and the
           *> clearing is waiting on APQ1 for a second user's
           *> approval through PAM6 - re-drive the clear once
           *> approved,
           *> 'H'=the customer is under an LGH1 legal hold,
           *> 'G'=the payment is above its SIG1 signatory's limit
           *> (or was signed by a joint-only one) and no second
           *> signatory has countersigned, or the one given is not
           *> an authorized signatory of the customer today)
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the clearing (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 countersignatory for a payment created short of
           *> one - recorded on PAD1 as soon as it is accepted, so a
           *> clearing that then waits on APQ1 keeps it; ignored when
           *> the payment needs no second signature or has one
           05  RESERVED-FIELDS      PIC X(40).
           *> Reserved for future use
