      *> COBOL Copybook for Module Calls (OAC1)
      *> Shared monetary-authority check for the payment modules -
      *> AUTM1 says whether an operator may use a function at all,
      *> OAC1 says how large an amount they may handle alone
       01  OAC1-COMM-AREA.
           05  OAC1-USER-ID         PIC X(8).
           *> Operator asking (the calling module's USER-ID)
           05  OAC1-FUNCTION-CODE   PIC X(1).
           *> 'C'=create, 'L'=clear, 'V'=reverse, 'F'=refund
           05  OAC1-AMOUNT          PIC S9(11)V99 COMP-3.
           *> Amount of the request, in OAC1-CURRENCY
           05  OAC1-CURRENCY        PIC X(3).
           *> ISO currency code of OAC1-AMOUNT
           05  OAC1-RESULT          PIC X(1).
           *> 'Y'=within the operator's authority (or no limit
           *> applies), 'N'=above it, 'E'=the amount could not be
           *> converted to the base currency - treat as above
               88  OAC1-WITHIN-LIMIT    VALUE 'Y'.
           05  OAC1-LIMIT-KEY       PIC X(8).
           *> OAL1 row that applied - the user, their role or
           *> 'DEFAULT'; spaces when no limit applies
           05  OAC1-LIMIT-AMOUNT    PIC S9(9)V99 COMP-3.
           *> The limit that applied, in the base currency
           05  OAC1-BASE-AMOUNT     PIC S9(11)V99 COMP-3.
           *> OAC1-AMOUNT converted to the base currency
           05  OAC1-MESSAGE         PIC X(100).
           *> Refusal text for the caller's ERROR-MESSAGE when
           *> OAC1-RESULT is not 'Y'
