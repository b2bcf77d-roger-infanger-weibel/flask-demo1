      *> COBOL Copybook for Db2 Host Variables (PTP1)
      *> Host structure matching the PTP1SQL declare table - one row
      *> per promise-to-pay arrangement a customer in dunning agreed
      *> with the desk for a currency position, its instalments on
      *> PTI1. While an arrangement is active DUN1 holds the debt at
      *> its stage; a missed instalment breaks it and dunning
      *> resumes (see PTM1 and the DUN1 job)
       01  PTP1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the arrangement is with (see CAD1)
           05  BALANCE-CURRENCY     PIC X(3).
           *> Currency of the overdrawn position being cleared
           05  ARRANGEMENT-DATE     PIC X(10).
           *> Date the arrangement was agreed (YYYY-MM-DD) - money
           *> in from this date on counts towards the instalments
           05  CASE-NUMBER          PIC S9(9) COMP.
           *> Dunning case the arrangement was made on (see DUN1)
           05  ARRANGED-AMOUNT      PIC S9(9)V99 COMP-3.
           *> Total the customer promised to pay
           05  INSTALMENT-COUNT     PIC S9(9) COMP.
           *> Number of monthly instalments on PTI1
           05  FROZEN-STAGE         PIC S9(9) COMP.
           *> Dunning stage the debt stood at when it was frozen - a
           *> broken arrangement resumes at the stage after it
           05  ARRANGEMENT-STATUS   PIC X(1).
           *> 'A'=active - dunning frozen, 'K'=kept - every
           *> instalment paid or the debt cleared, 'B'=broken - an
           *> instalment was missed, 'C'=cancelled by the desk
               88  ARRANGEMENT-ACTIVE VALUE 'A'.
               88  ARRANGEMENT-KEPT VALUE 'K'.
               88  ARRANGEMENT-BROKEN VALUE 'B'.
               88  ARRANGEMENT-CANCELLED VALUE 'C'.
           05  STATUS-DATE          PIC X(10).
           *> Date the status was last set (YYYY-MM-DD)
           05  SETUP-USER           PIC X(8).
           *> UserID of the operator who took the promise
