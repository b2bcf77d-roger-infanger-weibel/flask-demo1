           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  MANDATE-ID           PIC X(10).
           *> Mandate to add, amend or cancel (see MND1)
           05  MANDATE-STATUS       PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=an ID or the ceiling failed validation,
           *> 'X'=MANDATE-ID already exists on an add, or the
           *> mandate is not active on an amend or cancel)
           05  ACTION-CODE          PIC X(1).
           *> 'A'=add an active mandate, 'U'=amend the ceiling or
           *> signature date of an active one, 'C'=cancel one - every
           *> change lands a row on MND1_HIST
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the mandate belongs to (add only, see CAD1)
           05  CEILING-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Largest single collection authorized (add; on an amend
           *> the new ceiling, zero leaves it as it is)
           05  SIGNATURE-DATE       PIC X(10).
           *> Date the customer signed (YYYY-MM-DD) - on an add,
           *> spaces is today; on an amend the date of the new
           *> signature, spaces leaves it as it is
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
