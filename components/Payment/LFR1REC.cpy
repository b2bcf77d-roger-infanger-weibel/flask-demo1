      *> Host structure matching the LFR1SQL declare table - the
      *> ops-maintained late-fee rate per pending-payment age bucket
      *> (the same bucketing AGE1 reports); an age no bucket covers
      *> is not charged. A POV1 concession on the 'LATE' charge
      *> overrides the rate for a customer while it is in force
       01  LFR1-REC.
           05  AGE-FROM-DAYS        PIC S9(9) COMP.
           *> Youngest age (days pending) the rate applies to
