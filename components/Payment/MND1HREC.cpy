      *> COBOL Copybook for Db2 Host Variables (MND1_HIST)
      *> Host structure matching the MND1HSQL declare table - one row
      *> per change to a mandate, holding the mandate as it stood
      *> after the change, so the ceiling and signature trail behind
      *> a disputed collection survives every amendment
       01  MND1-HIST-REC.
           05  MANDATE-ID           PIC X(10).
           *> Mandate identifier (see MND1)
           05  CHANGE-TIMESTAMP     PIC X(20).
           *> When the change was made (YYYY-MM-DD HH:MM:SS)
           05  CHANGE-TYPE          PIC X(1).
           *> 'A'=added, 'U'=ceiling or signature amended,
           *> 'C'=cancelled, 'L'=lapsed by MLP1, 'O'=the mandate as
           *> it stood before its first amendment (mandates added
           *> before the history was kept)
           05  CEILING-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Ceiling in force after the change
           05  SIGNATURE-DATE       PIC X(10).
           *> Signature date in force after the change (YYYY-MM-DD)
           05  MANDATE-STATUS       PIC X(1).
           *> Status after the change (see MND1)
           05  CHANGE-USER          PIC X(8).
           *> User (or batch job) that made the change
