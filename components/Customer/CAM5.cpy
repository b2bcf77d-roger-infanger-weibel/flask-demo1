      *> COBOL Copybook for Module Calls (CAM5)
      *> Contains basic fields for inter-module communication
       01  CAM5-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> Customer whose purpose address is maintained
           05  ADDRESS-STATUS       PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=an input failed validation - ID format, action,
           *> purpose, date, or the ADV1 postal check,
           *> 'X'=the customer is not on CAD1, or (remove) has no
           *> address in force for the purpose)
           05  ACTION-CODE          PIC X(1).
           *> 'S'=set the purpose address from EFFECTIVE-DATE,
           *> 'R'=remove it - documents go back to CAD1's address
           05  ADDRESS-PURPOSE      PIC X(4).
           *> 'REGD'=registered office, 'MAIL'=general mailing,
           *> 'STMT'=statements, 'LEGL'=legal notices
           05  PURPOSE-ADDRESS      PIC X(60).
           *> New address for the purpose ('S' only)
           05  EFFECTIVE-DATE       PIC X(10).
           *> Date the change takes effect (YYYY-MM-DD) - spaces
           *> for today; never earlier than today
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
