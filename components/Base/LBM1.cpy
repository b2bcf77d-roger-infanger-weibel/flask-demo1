      *> COBOL Copybook for Module Calls (LBM1)
      *> Contains basic fields for inter-module communication
       01  LBM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  RECEIPT-ID           PIC X(10).
           *> Receipt to apply - also the TRANSACTION-ID of the BAD1
           *> credit (see RCT1)
           05  RECEIPT-STATUS       PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=an ID, the customer, the amount or the currency
           *> failed validation, 'X'=the receipt is already on BAD1,
           *> or is not open on the RCT1 queue on an allocate)
           05  ACTION-CODE          PIC X(1).
           *> 'P'=post a receipt LBX1 matched, 'A'=allocate an open
           *> RCT1 receipt from the desk
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the money is applied to (see CAD1)
           05  RECEIPT-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Amount received (post; returned from RCT1 on an
           *> allocate)
           05  RECEIPT-CURRENCY     PIC X(3).
           *> Currency received (post; returned on an allocate)
           05  CASE-NUMBER          PIC S9(9) COMP.
           *> Dunning case the payer quoted, cleared first - zero
           *> clears the customer's open cases oldest first
           05  BUSINESS-DATE        PIC X(10).
           *> Date cases close and allocations are stamped with
           *> (YYYY-MM-DD) - spaces reads the BDR1 register
           05  CASES-CLOSED         PIC S9(4) COMP.
           *> Dunning cases the money cleared and closed
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(40).
           *> Reserved for future use
