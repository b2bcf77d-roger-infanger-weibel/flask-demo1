      *> COBOL Copybook for Module Calls (CTM1)
      *> Contains basic fields for inter-module communication
       01  CTM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the tier change is for (see CTP1)
           05  EFFECTIVE-DATE       PIC X(10).
           *> Effective date of the change as on the CTR1 report
           *> (YYYY-MM-DD)
           05  PROPOSAL-STATUS-CODE PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation, 'X'=no pending change
           *> to veto (veto) / no vetoed one to reinstate
           *> (reinstate))
           05  ACTION-CODE          PIC X(1).
           *> 'V'=veto - the customer keeps the tier they have,
           *> 'R'=reinstate a vetoed change before it takes effect
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call - the relationship
           *> manager deciding
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
