      *> COBOL Copybook for Db2 Host Variables (SIG1)
      *> Host structure matching the SIG1SQL declare table - one row
      *> per person a corporate customer has authorized to sign its
      *> payment instructions. A customer with any active SIG1 row
      *> signs by reference: PAM2 refuses an outbound payment that
      *> does not name one of them, and PAM5 will not clear one
      *> above the signer's own limit until a second has signed
      *> (see SGM1 for maintenance, SIG1_HIST for every change)
       01  SIG1-REC.
           05  SIGNATORY-REF        PIC X(10).
           *> Signatory reference quoted on the instruction
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the signatory signs for (see CAD1)
           05  SIGNATORY-NAME       PIC X(30).
           *> Person's name as on the signing-authority resolution
           05  SIGNING-CLASS        PIC X(1).
           *> 'S'=may sign alone up to INDIVIDUAL-LIMIT,
           *> 'J'=may only sign jointly - every payment they sign
           *> needs a second signatory
               88  SIGNS-ALONE          VALUE 'S'.
               88  SIGNS-JOINTLY        VALUE 'J'.
           05  INDIVIDUAL-LIMIT     PIC S9(9)V99 COMP-3.
           *> Largest payment the signatory may sign alone, in the
           *> base currency (a foreign payment is weighed at the
           *> newest EXR1 rate through EXM1)
           05  VALID-FROM           PIC X(10).
           *> First day the authority runs (YYYY-MM-DD)
           05  VALID-TO             PIC X(10).
           *> Last day the authority runs (YYYY-MM-DD) -
           *> '9999-12-31' when open-ended
           05  SIGNATORY-STATUS     PIC X(1).
           *> 'A'=active, 'C'=cancelled - a cancelled signatory is
           *> kept so the authority behind past payments survives
               88  SIGNATORY-ACTIVE     VALUE 'A'.
           05  SIGNATORY-USER       PIC X(8).
           *> User who last maintained the signatory
