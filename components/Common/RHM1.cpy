      *> COBOL Copybook for Module Calls (RHM1)
      *> Contains basic fields for inter-module communication
      *> RUN-RESTART-POINT is a full 40-byte CKM1 restart point, more
      *> than RESERVED-FIELDS holds, so it sits outside the reserve
      *> and the area is 308 bytes, not 268 - deliberately. Every
      *> caller COPYs this layout and is recompiled with it.
       01  RHM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           *> Headline record count reported on the 'E' call
           05  RUN-RETURN-CODE      PIC S9(9) COMP.
           *> Final return code reported on the 'E' call
           05  RUN-RESTART-POINT    PIC X(40).
           *> Checkpoint the run resumed from (see CKM1), recorded
           *> by the 'S' call - spaces or low-values for a fresh run
           05  RUN-STATUS           PIC X(1).
           *> Status of the registration ('S'=success, 'E'=error) -
           *> a history failure never fails the business run itself
