      *> COBOL Copybook for Db2 Host Variables (OAP1)
      *> Host structure matching the OAP1SQL declare table - the
      *> change-history and dual-control queue for OAL1 authority
      *> limits, the CFP1 idea applied to limits: one operator
      *> proposes, a second approves, and every row is the
      *> permanent record of who changed whose limit from what to
      *> what
       01  OAP1-REC.
           05  LIMIT-KEY            PIC X(8).
           *> User ID or role the proposal names
           05  FUNCTION-CODE        PIC X(1).
           *> 'C'=create, 'L'=clear, 'V'=reverse, 'F'=refund
           05  OLD-AMOUNT           PIC S9(9)V99 COMP-3.
           *> Limit on OAL1 when the proposal was raised, -1 for a
           *> brand-new limit
           05  NEW-AMOUNT           PIC S9(9)V99 COMP-3.
           *> Proposed limit in the base currency, -1 to remove the
           *> limit altogether
           05  PROPOSE-USER         PIC X(8).
           *> Operator who proposed the change (may not approve it)
           05  PROPOSE-DATE         PIC X(10).
           *> Date proposed (YYYY-MM-DD)
           05  APPROVE-USER         PIC X(8).
           *> Second operator who approved, spaces while waiting
           05  APPROVE-DATE         PIC X(10).
           *> Date of the decision, 0001-01-01 while waiting
           05  PROPOSAL-STATUS      PIC X(1).
           *> 'W'=waiting for approval, 'D'=done - approved and
           *> applied to OAL1, 'R'=rejected
