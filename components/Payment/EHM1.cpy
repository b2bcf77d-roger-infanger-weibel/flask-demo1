      *> COBOL Copybook for Module Calls (EHM1)
      *> Contains basic fields for inter-module communication
       01  EHM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  HOLD-NUMBER          PIC S9(9) COMP.
           *> ERH1 held rate to decide
           05  ACTION-CODE          PIC X(1).
           *> 'R'=release the rate onto EXR1, 'X'=reject it
           05  HOLD-STATUS          PIC X(1).
           *> Status of the decision ('S'=success, 'E'=error)
           05  USER-ID              PIC X(8).
           *> UserID of the Treasury operator deciding
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the decision (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
