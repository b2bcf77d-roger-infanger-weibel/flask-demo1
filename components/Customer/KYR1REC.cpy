      *> COBOL Copybook for Db2 Host Variables (KYR1)
      *> Host structure matching the KYR1SQL declare table - one row
      *> per customer holding the periodic KYC review cycle. The due
      *> date runs from the last completed review by the number of
      *> years policy sets for the customer's CRR1 risk rating; KYW1
      *> lists what is due, KYM1 records a review and resets the
      *> cycle, and PAM2 refuses new payments from BLOCK-DATE on
       01  KYR1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer under review (see CAD1)
           05  LAST-REVIEW-DATE     PIC X(10).
           *> Date of the last completed review (YYYY-MM-DD) - the
           *> CAD1 onboarding date until the first periodic review
           05  LAST-OUTCOME         PIC X(1).
           *> 'O'=onboarding checks only, no periodic review yet,
           *> 'P'=review passed, 'F'=review failed - the customer
           *> is referred for exit and blocked at once
           05  LAST-REVIEW-USER     PIC X(8).
           *> Reviewer who recorded the last review, spaces on 'O'
           05  DUE-RATING           PIC X(1).
           *> CRR1 rating the due date was worked out from - when
           *> the rating moves, KYW1 reschedules the customer
           05  NEXT-DUE-DATE        PIC X(10).
           *> Date the next review falls due (YYYY-MM-DD)
           05  BLOCK-DATE           PIC X(10).
           *> First date PAM2 refuses new payments - the due date
           *> plus the KYC-GRACE-DAYS grace period, or the review
           *> date itself on a failed review
