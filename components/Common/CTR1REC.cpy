      *> COBOL Copybook for the CTR1 tier-change notice record
      *> One row per customer whose pricing tier changes on the
      *> first of the month, in the letter shop's print layout -
      *> telling the customer the tier they move from and to and
      *> the date the new prices start
       01  CTR1-NOTICE-RECORD.
           05  CTR1-CUSTOMER-NAME   PIC X(30).
           *> Customer the notice is addressed to
           05  CTR1-CUSTOMER-ADDRESS PIC X(60).
           *> Mailing address from CAD1
           05  CTR1-OLD-TIER        PIC X(1).
           *> Tier the customer leaves (see CTF1)
           05  CTR1-NEW-TIER        PIC X(1).
           *> Tier the customer moves to
           05  CTR1-CHANGE-TYPE     PIC X(1).
           *> 'U'=upgrade, 'D'=downgrade
           05  CTR1-EFFECTIVE-DATE  PIC X(10).
           *> Date the new tier prices from (YYYY-MM-DD)
