           05  ACTION-CODE          PIC X(1).
           *> 'A'=approve - the customer is created from the queued
           *> attributes through CAM2 with the screening already
           *> decided, 'D'=deny - no customer is created. On an
           *> SRS1 rescreen hit the customer already exists: approve
           *> lifts the legal hold SRS1 placed, deny leaves it
           *> standing for compliance to take the case on
           05  USER-ID              PIC X(8).
           *> UserID of the deciding compliance user
           05  TIMESTAMP            PIC X(20).
