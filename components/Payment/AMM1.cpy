      *> COBOL Copybook for Module Calls (AMM1)
      *> Contains basic fields for inter-module communication
       01  AMM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> AML alert case to work - customer (see AMC1)
           05  SCENARIO-CODE        PIC X(4).
           *> AML alert case to work - scenario
           05  RAISED-DATE          PIC X(10).
           *> AML alert case to work - date raised (YYYY-MM-DD)
           05  ALERT-STATUS         PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation, 'X'=no such case, or
           *> the case is not in a status the action applies to)
           05  ACTION-CODE          PIC X(1).
           *> 'I'=take an open case into investigation,
           *> 'E'=escalate an open or investigated case,
           *> 'C'=close a case, 'N'=add a note only
           05  NOTE-TEXT            PIC X(100).
           *> Investigator's note - required on every action, it is
           *> the reason on file for the step taken
           05  USER-ID              PIC X(8).
           *> UserID of the investigator
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
