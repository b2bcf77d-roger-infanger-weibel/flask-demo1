      *> COBOL Copybook for Db2 Host Variables (AMC1)
      *> Host structure matching the AMC1SQL declare table - one
      *> anti-money-laundering alert case per customer, scenario and
      *> night AMS1's transaction monitoring raised it. Kept apart
      *> from FRC1: a fraud case holds one stopped payment for a
      *> release decision, an AML case holds a pattern across the
      *> customer's history for an investigator. AMM1 moves a case
      *> through its lifecycle; AMN1 holds the investigator's notes
       01  AMC1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the pattern was found on (see CAD1)
           05  SCENARIO-CODE        PIC X(4).
           *> 'STRC'=structuring - several payments just under the
           *> REG1 large-payment threshold, 'PTHR'=pass-through -
           *> BAD1 credits paid straight back out on PAD1,
           *> 'DORM'=a dormant customer suddenly moving large sums
           05  RAISED-DATE          PIC X(10).
           *> Run date of the AMS1 night that raised it (YYYY-MM-DD)
           05  ALERT-AMOUNT         PIC S9(9)V99 COMP-3.
           *> Value behind the hit, in the base currency
           05  ALERT-COUNT          PIC S9(9) COMP.
           *> Number of transactions behind the hit
           05  ALERT-DETAIL         PIC X(60).
           *> What the scenario saw, in words, for the investigator
           05  ALERT-STATUS         PIC X(1).
           *> 'O'=open, not yet picked up, 'I'=under investigation
           *> by ASSIGNED-USER, 'E'=escalated to the money-laundering
           *> reporting officer, 'C'=closed
           05  ASSIGNED-USER        PIC X(8).
           *> Investigator who took the case, spaces while open
           05  ESCALATE-USER        PIC X(8).
           *> Investigator who escalated it, spaces if never
           05  ESCALATE-DATE        PIC X(10).
           *> Date escalated, 0001-01-01 if never
           05  CLOSE-USER           PIC X(8).
           *> User who closed the case, spaces while not closed
           05  CLOSE-DATE           PIC X(10).
           *> Date closed, 0001-01-01 while not closed
