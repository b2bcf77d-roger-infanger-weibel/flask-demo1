      *> COBOL Copybook for Module Calls (SGM1)
      *> Contains basic fields for inter-module communication
       01  SGM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  SIGNATORY-REF        PIC X(10).
           *> Signatory to add, amend or cancel (see SIG1)
           05  SIGNATORY-STATUS     PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=an ID, the class, the limit or the dates failed
           *> validation,
           *> 'X'=SIGNATORY-REF already exists on an add, or the
           *> signatory is not active on an amend or cancel)
           05  ACTION-CODE          PIC X(1).
           *> 'A'=add an active signatory, 'U'=amend the class,
           *> limit or validity of an active one, 'C'=cancel one -
           *> every change lands a row on SIG1_HIST
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the signatory signs for (add only, see CAD1)
           05  SIGNATORY-NAME       PIC X(30).
           *> Person's name (add; on an amend spaces leaves it)
           05  SIGNING-CLASS        PIC X(1).
           *> 'S'=sole, 'J'=joint only (add; on an amend spaces
           *> leaves it as it is)
           05  INDIVIDUAL-LIMIT     PIC S9(9)V99 COMP-3.
           *> Largest payment signed alone (add - ignored for a
           *> joint-only signatory; on an amend the new limit, zero
           *> leaves it as it is)
           05  VALID-FROM           PIC X(10).
           *> Authority start (YYYY-MM-DD) - on an add spaces is
           *> today; on an amend spaces leaves it as it is
           05  VALID-TO             PIC X(10).
           *> Authority end (YYYY-MM-DD) - on an add spaces is open
           *> ended; on an amend spaces leaves it as it is
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
