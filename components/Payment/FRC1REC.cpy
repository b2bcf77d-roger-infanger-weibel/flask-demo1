           *> Analyst who dispositioned the case, spaces while open
           05  DISPOSITION-DATE     PIC X(10).
           *> Date of the disposition, 0001-01-01 while open
           05  BENEFICIARY-ID       PIC X(10).
           *> Payee of the screened payment (see BEN1), spaces on a
           *> collection - passed back to PAM2 on release
           05  SIGNATORY-REF        PIC X(10).
           *> SIG1 signatory who signed the screened payment, spaces
           *> when none was needed - passed back to PAM2 on release
           05  SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 countersignatory, if one signed - passed back to
           *> PAM2 on release
