           *> resolve)
           05  ACTION-CODE          PIC X(1).
           *> 'O'=open a dispute, 'C'=resolve for the customer,
           *> 'B'=resolve for the bank - 'C' on an item above the
           *> CFG1 DISPUTE-SUPV-LIMIT needs USER-ID to hold DSPV
           05  DISPUTE-TYPE         PIC X(1).
           *> 'T'=a BAD1 transaction is disputed, 'P'=a PAD1
           *> payment (open only)
