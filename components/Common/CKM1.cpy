      *> COBOL Copybook for Module Calls (CKM1)
      *> Contains basic fields for inter-module communication
       01  CKM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CKPT-ACTION-CODE     PIC X(1).
           *> 'R'=read the restart point at run start, 'C'=count one
           *> unit of work and commit when the interval is reached,
           *> 'K'=commit and checkpoint now (end of a phase),
           *> 'E'=run complete - drop the restart point and commit
           05  CKPT-PROGRAM         PIC X(8).
           *> Batch program taking the checkpoints
           05  CKPT-RUN-DATE        PIC X(10).
           *> Business date of the run (YYYY-MM-DD)
           05  CKPT-PHASE           PIC X(4).
           *> Phase the caller is in - returned by 'R' as the phase
           *> to resume in
           05  CKPT-KEY             PIC X(30).
           *> Cursor key of the unit just finished - returned by 'R'
           *> as the last key the failed run committed
           05  CKPT-CARRY-DATA      PIC X(60).
           *> Caller values saved with every checkpoint and handed
           *> back by 'R'
           05  CKPT-INTERVAL        PIC S9(9) COMP.
           *> Units per commit - set by 'R' from CFG1
           *> COMMIT-INTERVAL-<program>, else COMMIT-INTERVAL, else
           *> 500
           05  CKPT-UNIT-COUNT      PIC S9(9) COMP.
           *> Units since the last commit
           05  CKPT-RECORD-COUNT    PIC S9(9) COMP.
           *> Units committed across the run, restarts included
           05  CKPT-COMMIT-COUNT    PIC S9(9) COMP.
           *> Commits taken across the run, restarts included
           05  CKPT-RESTART-SWITCH  PIC X(1).
           *> Set by 'R' - 'Y' when a checkpoint for this run date
           *> was found and the run is resuming, else 'N'
               88  CKPT-IS-RESTART      VALUE 'Y'.
           05  CKPT-RESTART-POINT   PIC X(40).
           *> Set by 'R' on a restart - phase, key and time of the
           *> checkpoint resumed from, ready for RHM1's run history
           05  CKPT-STATUS          PIC X(1).
           *> Status of the call ('S'=success, 'E'=error)
           05  RESERVED-FIELDS      PIC X(30).
           *> Reserved for future use
