           05  AUD1-CORRELATION-ID  PIC X(20).
           *> PAB1's run-level correlation ID, spaces when the call
           *> did not come from a correlation-id-aware driver
           05  AUD1-CHAIN-SEQUENCE  PIC S9(15) COMP-3.
           *> Position on the audit hash chain, assigned by AUW1 from
           *> the AUC1 chain head - zero on rows written before the
           *> chain existed
           05  AUD1-ROW-TYPE        PIC X(1).
           *> 'A'=audit row, 'R'=removal checkpoint (history
           *> retired), 'S'=scrub checkpoint (a row anonymized)
           05  AUD1-CHAIN-DATE      PIC X(10).
           *> Date the row joined the chain (YYYY-MM-DD) - the day
           *> AUV1 verifies it under
           05  AUD1-ANCHOR-SEQUENCE PIC S9(15) COMP-3.
           *> Checkpoint rows only - 'R': last chain position removed,
           *> 'S': the position scrubbed; zero otherwise
           05  AUD1-ANCHOR-HASH     PIC X(20).
           *> Checkpoint rows only - 'R': chain hash of the last row
           *> removed, 'S': the scrubbed row's re-computed hash
           05  AUD1-CHAIN-HASH      PIC X(20).
           *> Keyed hash over this row's content and the previous
           *> row's CHAIN-HASH (see AUW1)
