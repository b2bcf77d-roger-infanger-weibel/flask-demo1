      *> COBOL Copybook for Module Calls (SOM2)
      *> Contains basic fields for inter-module communication
       01  SOM2-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  ORDER-ID             PIC X(10).
           *> Standing order to add or maintain (see STO1)
           05  ORDER-STATUS         PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=an ID, amount, frequency or date failed validation,
           *> 'X'=ORDER-ID already exists on an add, or the order is
           *> not in a state the action applies to)
           05  ACTION-CODE          PIC X(1).
           *> 'A'=add an active order, 'S'=suspend an active one,
           *> 'R'=resume a suspended one, 'U'=amend the amount or
           *> next run date of a live one, 'C'=cancel a live one
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the order belongs to (add only, see CAD1)
           05  PAYMENT-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Amount of each payment (add; on an amend the new
           *> amount, zero leaves it as it is)
           05  PAYMENT-CURRENCY     PIC X(3).
           *> ISO currency code of the payments (add only)
           05  FREQUENCY-CODE       PIC X(1).
           *> 'D'=daily, 'W'=weekly, 'M'=monthly (add only)
           05  NEXT-RUN-DATE        PIC X(10).
           *> Date the next payment falls due (YYYY-MM-DD) - the
           *> first run on an add; on an amend or resume the new
           *> date, spaces leaves it as it is
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
