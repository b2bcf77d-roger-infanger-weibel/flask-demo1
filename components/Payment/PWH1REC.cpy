           05  RELEASE-DATE         PIC X(10).
           *> Date the instruction was released, 0001-01-01 while
           *> waiting
           05  BENEFICIARY-ID       PIC X(10).
           *> Payee the money goes to (see BEN1) - checked by PAM2
           *> at release, like everything else
           05  SIGNATORY-REF        PIC X(10).
           *> SIG1 signatory who signed the instruction - checked by
           *> PAM2 at release
           05  SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 countersignatory, spaces if none signed
