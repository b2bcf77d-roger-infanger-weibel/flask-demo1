           *> Desk user who decided, spaces while open
           05  DECISION-DATE        PIC X(10).
           *> Date of the decision, 0001-01-01 while open
           05  BENEFICIARY-ID       PIC X(10).
           *> Payee of the parked payment (see BEN1), spaces on a
           *> collection - passed back to PAM2 on release
           05  SIGNATORY-REF        PIC X(10).
           *> SIG1 signatory who signed the parked payment, spaces
           *> when none was needed - passed back to PAM2 on release
           05  SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 countersignatory, if one signed - passed back to
           *> PAM2 on release
