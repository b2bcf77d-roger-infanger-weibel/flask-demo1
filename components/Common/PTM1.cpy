      *> COBOL Copybook for Module Calls (PTM1)
      *> Contains basic fields for inter-module communication
       01  PTM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> Customer in dunning (see DUN1)
           05  BALANCE-CURRENCY     PIC X(3).
           *> Currency of the debt the arrangement covers
           05  ARRANGEMENT-STATUS-CODE PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation, 'X'=no open dunning
           *> case to arrange (set up) or an arrangement is already
           *> active (set up) / none is active (cancel))
           05  ACTION-CODE          PIC X(1).
           *> 'S'=set up an arrangement, 'C'=cancel the active one -
           *> dunning resumes where it was frozen
           05  ARRANGED-AMOUNT      PIC S9(9)V99 COMP-3.
           *> Total promised (on 'S') - zero arranges the whole of
           *> what the customer owes in the currency
           05  INSTALMENT-COUNT     PIC 9(2).
           *> Number of monthly instalments (on 'S'), 1 to 12 -
           *> zero means three
           05  FIRST-DUE-DATE       PIC X(10).
           *> Date the first instalment falls due YYYY-MM-DD (on
           *> 'S'), day 01 to 28 so every month has it - later ones
           *> fall on the same day of each following month
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call - the operator who
           *> took the promise
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
