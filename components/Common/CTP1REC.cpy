      *> COBOL Copybook for Db2 Host Variables (CTP1)
      *> Host structure matching the CTP1SQL declare table - one row
      *> per customer whose CTF1 tier the month-end CTR1 run wants
      *> to change, with the figures it judged on. The change sits
      *> pending until its effective date so relationship managers
      *> can veto it through CTM1; the CTR1 apply run then writes it
      *> to CTF1 and sends the customer a notice
       01  CTP1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the change is for (see CAD1)
           05  EFFECTIVE-DATE       PIC X(10).
           *> First day of the month after the one judged on
           *> (YYYY-MM-DD) - the new tier prices from this date
           05  CURRENT-TIER         PIC X(1).
           *> CTF1 tier when the change was proposed - 'S' where
           *> the customer had no CTF1 row
           05  PROPOSED-TIER        PIC X(1).
           *> Tier the criteria put the customer in
           05  AVERAGE-BALANCE      PIC S9(11)V99 COMP-3.
           *> Average base-currency CBH1 position over the month
           05  ACTIVITY-COUNT       PIC S9(9) COMP.
           *> BAD1 transactions plus PAD1 payments in the month
           05  RELATIONSHIP-MONTHS  PIC S9(9) COMP.
           *> Whole months since the customer came on to CAD1
           05  PROPOSAL-STATUS      PIC X(1).
           *> 'P'=pending - waits for its effective date,
           *> 'V'=vetoed by a relationship manager, 'A'=applied to
           *> CTF1
               88  PROPOSAL-PENDING VALUE 'P'.
               88  PROPOSAL-VETOED VALUE 'V'.
               88  PROPOSAL-APPLIED VALUE 'A'.
           05  STATUS-DATE          PIC X(10).
           *> Date the status was last set (YYYY-MM-DD)
           05  STATUS-USER          PIC X(8).
           *> UserID of the run or the manager that set it
