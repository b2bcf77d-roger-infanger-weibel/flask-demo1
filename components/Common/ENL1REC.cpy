      *> COBOL Copybook for the ENL1 entitlement load record
      *> One grant or revoke per row, applied through ENM1 in file
      *> order exactly as if keyed on ENO1 (see ENL1)
       01  ENL1-INPUT-RECORD.
           05  ENL1-USER-ID         PIC X(8).
           *> User whose entitlement is being granted or revoked
           05  ENL1-TRANSACTION-CODE PIC X(4).
           *> Transaction code the grant/revoke applies to
           05  ENL1-ACTION-CODE     PIC X(1).
           *> 'G'=grant, 'R'=revoke
           05  ENL1-EXCEPTION-APPROVER PIC X(8).
           *> Second user approving a grant that breaks a
           *> segregation-of-duties rule on SDT1, else spaces
           05  ENL1-EXCEPTION-REASON PIC X(40).
           *> Documented reason for the exception, else spaces
