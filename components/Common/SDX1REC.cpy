      *> COBOL Copybook for Db2 Host Variables (SDX1)
      *> Host structure matching the SDX1SQL declare table - one row
      *> per documented segregation-of-duties exception, written by
      *> ENM1 when a conflicting grant goes through on a second
      *> user's approval. Never updated; SDR1 reports the latest
      *> exception standing behind each conflict
       01  SDX1-REC.
           05  USER-ID              PIC X(8).
           *> User given the conflicting grant
           05  TRANSACTION-CODE     PIC X(4).
           *> Transaction code granted under the exception
           05  CONFLICT-CODE        PIC X(4).
           *> Code already held that the grant conflicts with
           05  APPROVED-BY          PIC X(8).
           *> Second user approving the exception (holds SODX, is
           *> neither the administrator nor the grantee)
           05  GRANTED-BY           PIC X(8).
           *> Administrator who made the grant
           05  EXCEPTION-REASON     PIC X(40).
           *> Documented business reason for the exception
           05  APPROVED-DATE        PIC X(10).
           *> Date the exception was recorded (YYYY-MM-DD)
