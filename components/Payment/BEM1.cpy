      *> COBOL Copybook for Module Calls (BEM1)
      *> Contains basic fields for inter-module communication
       01  BEM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  BENEFICIARY-ID       PIC X(10).
           *> Beneficiary to add, amend or cancel (see BEN1)
           05  BENEFICIARY-STATUS   PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=an ID or a bank detail failed validation,
           *> 'X'=BENEFICIARY-ID already exists on an add, or the
           *> beneficiary is not active on an amend or cancel)
           05  ACTION-CODE          PIC X(1).
           *> 'A'=add an active beneficiary, 'U'=amend the name and
           *> bank details of an active one, 'C'=cancel it
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the beneficiary belongs to (add only, see CAD1)
           05  BENEFICIARY-NAME     PIC X(30).
           *> Account holder name (add and amend)
           05  ACCOUNT-NUMBER       PIC X(34).
           *> Creditor account number (add and amend)
           05  BANK-ID              PIC X(11).
           *> Receiving bank BIC (add and amend)
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
