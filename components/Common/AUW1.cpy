      *> COBOL Copybook for Module Calls (AUW1)
      *> Shared AUD1 audit-chain writer - the caller builds the row
      *> in AUD1-REC and passes it alongside this area
       01  AUW1-COMM-AREA.
           05  AUW1-FUNCTION        PIC X(1).
           *> 'W'=write an audit row
           *> 'C'=write a checkpoint row (caller sets AUD1-ROW-TYPE
           *>     and the anchor fields)
           *> 'H'=hash only - AUD1-REC as given, chained to
           *>     AUW1-PREVIOUS-HASH, nothing written
           *> 'P'=find the hash AUD1-CHAIN-SEQUENCE links to
           *> 'S'=scrub - AUD1-REC as fetched with its personal data
           *>     replaced; re-written and an 'S' checkpoint chained
           *> 'B'=find the retention boundary for AUW1-CUTOFF-DATE
           *> 'R'=retire history before AUW1-CUTOFF-DATE and chain
           *>     an 'R' checkpoint
           *> 'S' and 'R' leave the checkpoint row in AUD1-REC
           05  AUW1-CALLER          PIC X(8).
           *> Program named on checkpoint rows ('S' and 'R')
           05  AUW1-USER-ID         PIC X(8).
           *> User named on checkpoint rows ('S' and 'R')
           05  AUW1-CUTOFF-DATE     PIC X(10).
           *> Retention cutoff (YYYY-MM-DD) for 'B' and 'R' - rows
           *> stamped before it are retired
           05  AUW1-KEEP-FROM       PIC S9(15) COMP-3.
           *> 'B' returns the first chain position to keep; 'R'
           *> retires below it, or finds it itself when zero
           05  AUW1-ROW-COUNT       PIC S9(9) COMP.
           *> Rows retired by 'R'
           05  AUW1-STATUS          PIC X(1).
           *> 'S'=done, 'E'=error
           05  AUW1-SQLCODE         PIC S9(9) COMP.
           *> SQLCODE of the failing statement, 0 on success
           05  AUW1-MESSAGE         PIC X(100).
           *> ERRM1 translation of AUW1-SQLCODE, spaces on success
           05  AUW1-PREVIOUS-HASH   PIC X(20).
           *> Chain hash the row links to (input for 'H', output
           *> for 'P' and the writes)
           05  AUW1-ROW-HASH        PIC X(20).
           *> The row's own chain hash
