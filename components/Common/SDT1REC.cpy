      *> COBOL Copybook for Db2 Host Variables (SDT1)
      *> Host structure matching the SDT1SQL declare table - one row
      *> per pair of transaction codes no single operator may hold
      *> together (segregation of duties). A pair is held once, in
      *> either order; ENM1 and SDR1 check it both ways round
       01  SDT1-REC.
           05  TRANSACTION-CODE-A   PIC X(4).
           *> One side of the incompatible pair (e.g. PAO1)
           05  TRANSACTION-CODE-B   PIC X(4).
           *> The other side (e.g. PAP2)
           05  RULE-TEXT            PIC X(60).
           *> Why the two may not be combined, for the refusal
           *> message and the conflict report
