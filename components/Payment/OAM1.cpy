      *> COBOL Copybook for Module Calls (OAM1)
      *> Contains basic fields for inter-module communication
       01  OAM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  LIMIT-KEY            PIC X(8).
           *> User ID or role whose limit the call names
           05  FUNCTION-CODE        PIC X(1).
           *> 'C'=create, 'L'=clear, 'V'=reverse, 'F'=refund
           05  LIMIT-STATUS         PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation, 'X'=an open proposal
           *> already exists on a propose, or none is waiting on an
           *> approve/reject, 'F'=the approver is the proposer, or
           *> the limit is the approver's own)
           05  ACTION-CODE          PIC X(1).
           *> 'P'=propose a change, 'A'=approve the waiting
           *> proposal, 'R'=reject it
           05  NEW-AMOUNT           PIC S9(9)V99 COMP-3.
           *> The proposed limit in the base currency, -1 to remove
           *> the limit (propose only)
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
