      *> COBOL Copybook for Db2 Host Variables (CKP1)
      *> Host structure matching the CKP1SQL declare table - the
      *> batch restart table, one open row per program while a run
      *> is in flight, written by CKM1 at every commit and removed
      *> when the run completes
       01  CKP1-REC.
           05  PROGRAM-NAME         PIC X(8).
           *> Batch program the checkpoint belongs to - the row's key
           05  RUN-DATE             PIC X(10).
           *> Business date of the run that took it (YYYY-MM-DD)
           05  RESTART-PHASE        PIC X(4).
           *> Program-defined phase the run had reached (e.g. CUST,
           *> TRAN in ARC1) - spaces for single-phase programs
           05  RESTART-KEY          PIC X(30).
           *> Last cursor key committed within that phase - a rerun
           *> resumes with the next key after it
           05  RECORD-COUNT         PIC S9(9) COMP.
           *> Units processed and committed so far by the run
           05  COMMIT-COUNT         PIC S9(9) COMP.
           *> Commits taken so far by the run
           05  CARRY-DATA           PIC X(60).
           *> Program-defined values a rerun must pick up where the
           *> failed run left them (e.g. INA1's key sequence)
           05  CHECKPOINT-TIMESTAMP PIC X(20).
           *> When the last commit was taken (YYYY-MM-DD HH:MM:SS)
