           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the change (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  ENT-EXCEPTION-APPROVER PIC X(8).
           *> Second user approving a grant that breaks a
           *> segregation-of-duties rule on SDT1 - must hold SODX and
           *> be neither USER-ID nor ENT-USER-ID; spaces when the
           *> grant needs no exception
           05  ENT-EXCEPTION-REASON PIC X(40).
           *> Documented reason for the exception, recorded on SDX1
           05  RESERVED-FIELDS      PIC X(2).
           *> Reserved for future use
