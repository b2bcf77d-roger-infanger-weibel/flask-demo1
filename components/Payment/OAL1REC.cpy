      *> COBOL Copybook for Db2 Host Variables (OAL1)
      *> Host structure matching the OAL1SQL declare table - one row
      *> per operator (or role) and payment function, holding the
      *> largest amount, in the base currency, that operator may
      *> handle alone. Rows reach the table only through OAM1's
      *> dual control; OAC1 reads them for PAM2/PAM3/PAM5/PAM8
       01  OAL1-REC.
           05  LIMIT-KEY            PIC X(8).
           *> User ID the limit belongs to, or a role name - a user's
           *> role is the CFG1 'AUTH-ROLE-' plus user ID parameter;
           *> 'DEFAULT' covers anyone with neither
           05  FUNCTION-CODE        PIC X(1).
           *> 'C'=create (PAM2), 'L'=clear (PAM5), 'V'=reverse
           *> (PAM3), 'F'=refund (PAM8)
           05  LIMIT-AMOUNT         PIC S9(9)V99 COMP-3.
           *> Largest amount allowed, in the base currency
           05  PROPOSE-USER         PIC X(8).
           *> Operator who proposed the limit now in force
           05  APPROVE-USER         PIC X(8).
           *> Second operator who approved it
           05  APPROVE-DATE         PIC X(10).
           *> Date the limit came into force (YYYY-MM-DD)
