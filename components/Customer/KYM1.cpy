      *> COBOL Copybook for Module Calls (KYM1)
      *> Contains basic fields for inter-module communication
       01  KYM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> Customer whose KYC review cycle is set (see KYR1)
           05  REVIEW-STATUS        PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation)
           05  ACTION-CODE          PIC X(1).
           *> 'R'=record a completed review and reset the cycle,
           *> 'S'=reschedule from the last review at the customer's
           *> current rating (KYW1, when the rating has moved)
           05  REVIEW-OUTCOME       PIC X(1).
           *> On 'R': 'P'=passed, 'F'=failed - refer for exit
           05  RISK-RATING          PIC X(1).
           *> On 'R': 'L', 'M' or 'H' if the review re-rated the
           *> customer (set on CRR1 through CRM1), space to keep
           *> the rating as it stands
           05  REVIEW-NOTE          PIC X(60).
           *> On 'R': the reviewer's summary - required, kept on
           *> the AUD1 row for the call
           05  NEXT-DUE-DATE        PIC X(10).
           *> Returned - the date the next review falls due
           05  BLOCK-DATE           PIC X(10).
           *> Returned - the first date PAM2 refuses new payments
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
