      *> COBOL Copybook for Db2 Host Variables (IFR1)
      *> Host structure matching the IFR1SQL declare table - the
      *> inbound interface file register, one row per file a loader
      *> received, written by IFM1 when the load starts and
      *> completed when it ends (see HOV1 for the daily listing)
       01  IFR1-REC.
           05  SOURCE-NAME          PIC X(8).
           *> Inbound file the row describes (CLD1IN, PLD1IN, BLD1IN,
           *> PAC1IN, BRT1IN)
           05  RECEIVED-TIMESTAMP   PIC X(20).
           *> When the loader registered the file (YYYY-MM-DD
           *> HH:MM:SS) - with SOURCE-NAME, the row's key
           05  RUN-DATE             PIC X(10).
           *> Business date the loader ran for (YYYY-MM-DD)
           05  HEADER-DATE          PIC X(10).
           *> Run date on the file's BIF1 header, '0001-01-01' for a
           *> feed that carries no header
           05  RECORD-COUNT         PIC S9(9) COMP.
           *> Detail records in the file, header and trailer apart
           05  HASH-TOTAL           PIC S9(13)V99 COMP-3.
           *> Sum of the details' amount fields, the BIF1 trailer
           *> hash convention (zero for layouts without an amount)
           05  CONTENT-CHECK        PIC S9(15) COMP-3.
           *> Check value over every byte of every detail record in
           *> order - with count and hash, what makes two files the
           *> same file whatever their headers say
           05  LOAD-PROGRAM         PIC X(8).
           *> Loader that received the file
           05  LOAD-STATUS          PIC X(1).
           *> 'L'=loading (never completed if still 'L' next day),
           *> 'C'=loaded, 'D'=dry run only, 'R'=refused as a
           *> duplicate of a file already loaded
           05  LOADED-COUNT         PIC S9(9) COMP.
           *> Details the loader applied
           05  REJECTED-COUNT       PIC S9(9) COMP.
           *> Details the loader rejected
           05  DUPLICATE-OF         PIC X(20).
           *> RECEIVED-TIMESTAMP of the earlier file a refused file
           *> repeats, spaces otherwise
