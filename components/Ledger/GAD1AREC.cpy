           *> User (or batch job) that posted the entry
           05  ARCHIVE-DATE         PIC X(10).
           *> Date ARC1 moved this row out of GAD1 (YYYY-MM-DD)
           05  OPERATING-UNIT       PIC X(4).
           *> Operating unit whose books the entry belongs to
