      *> COBOL Copybook for Db2 Host Variables (SIG1_HIST)
      *> Host structure matching the SIG1HSQL declare table - one row
      *> per change to a signatory, holding the signatory as it stood
      *> after the change, so the authority behind a payment signed
      *> last year survives a later limit change or cancellation
       01  SIG1-HIST-REC.
           05  SIGNATORY-REF        PIC X(10).
           *> Signatory reference (see SIG1)
           05  CHANGE-TIMESTAMP     PIC X(20).
           *> When the change was made (YYYY-MM-DD HH:MM:SS)
           05  CHANGE-TYPE          PIC X(1).
           *> 'A'=added, 'U'=class, limit or validity amended,
           *> 'C'=cancelled
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the signatory signs for (see CAD1)
           05  SIGNATORY-NAME       PIC X(30).
           *> Name in force after the change
           05  SIGNING-CLASS        PIC X(1).
           *> Signing class in force after the change (see SIG1)
           05  INDIVIDUAL-LIMIT     PIC S9(9)V99 COMP-3.
           *> Individual limit in force after the change
           05  VALID-FROM           PIC X(10).
           *> Validity start in force after the change (YYYY-MM-DD)
           05  VALID-TO             PIC X(10).
           *> Validity end in force after the change (YYYY-MM-DD)
           05  SIGNATORY-STATUS     PIC X(1).
           *> Status after the change (see SIG1)
           05  CHANGE-USER          PIC X(8).
           *> User that made the change
