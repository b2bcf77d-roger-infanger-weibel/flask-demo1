      *> COBOL Copybook for Module Calls (POM1)
      *> Contains basic fields for inter-module communication
       01  POM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the concession is for (see CAD1)
           05  CHARGE-CODE          PIC X(4).
           *> 'PAYC', 'STMT', 'RTRN' (TBL1 tariff) or 'LATE' (LFE1)
           05  START-DATE           PIC X(10).
           *> First day in force YYYY-MM-DD - with the customer and
           *> charge code, the key a cancel names
           05  END-DATE             PIC X(10).
           *> Last day in force YYYY-MM-DD (on 'A')
           05  OVERRIDE-TYPE        PIC X(1).
           *> 'W'=waive, 'F'=fixed price, 'D'=percentage discount
           *> (on 'A')
           05  OVERRIDE-VALUE       PIC S9(7)V99 COMP-3.
           *> Fixed price ('F') or percentage off ('D') - ignored
           *> on 'W'
           05  OVERRIDE-STATUS-CODE PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation, 'X'=the period overlaps
           *> a concession already active (add) / no active one to
           *> cancel (cancel))
           05  ACTION-CODE          PIC X(1).
           *> 'A'=add a concession, 'C'=cancel an active one - the
           *> list price applies again from the next charge
           05  APPROVER-ID          PIC X(8).
           *> UserID of the manager who approved the concession (on
           *> 'A') - must not be the operator keying it
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
