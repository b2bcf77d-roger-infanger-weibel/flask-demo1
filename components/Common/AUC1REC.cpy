      *> COBOL Copybook for Db2 Host Variables (AUC1)
      *> Host structure matching the AUC1SQL declare table - the
      *> head of the AUD1 audit hash chain, one row per chain (only
      *> 'AUD1' today). AUW1 holds the row locked from sequence
      *> assignment until the caller commits, which is what keeps
      *> concurrent writers strictly one after another on the chain.
       01  AUC1-REC.
           05  CHAIN-NAME           PIC X(8).
           *> Chain the head belongs to ('AUD1')
           05  LAST-SEQUENCE        PIC S9(15) COMP-3.
           *> CHAIN_SEQUENCE of the newest row on the chain
           05  LAST-HASH            PIC X(20).
           *> CHAIN_HASH of the newest row on the chain
