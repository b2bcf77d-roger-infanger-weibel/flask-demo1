      *> for recurring collections, which is what we point to when a
      *> debit is disputed instead of refunding by default. PAM2 and
      *> SOG1 refuse a collection with no active mandate or one over
      *> the mandated ceiling (see MDM1 for maintenance, MND1_HIST
      *> for every change, MLP1 for the lapse sweep)
       01  MND1-REC.
           05  MANDATE-ID           PIC X(10).
           *> Mandate identifier
           05  SIGNATURE-DATE       PIC X(10).
           *> Date the customer signed (YYYY-MM-DD)
           05  MANDATE-STATUS       PIC X(1).
           *> 'A'=active, 'C'=cancelled, 'L'=lapsed - unused for the
           *> legal lapse period, void until the customer signs anew
           05  MANDATE-USER         PIC X(8).
           *> User who last maintained the mandate
