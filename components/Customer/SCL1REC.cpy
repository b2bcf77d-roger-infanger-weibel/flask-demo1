      *> denied-party screening lists compliance circulates monthly,
      *> loaded by SLL1 and matched on normalized name by CLD1 and
      *> CAM2 before a customer is inserted (see SCQ1 for the
      *> compliance queue a match lands on). SLL1 dates each entry
      *> the first time a load carries it, so SRS1 can rescreen the
      *> existing customer book against only what a load added
       01  SCL1-REC.
           05  LIST-NAME            PIC X(20).
           *> Which denied-party list the entry came from
           05  ENTRY-NAME           PIC X(30).
           *> The listed party's name, as circulated
           05  ADDED-DATE           PIC X(10).
           *> Run date of the SLL1 load that first carried the entry
           *> (YYYY-MM-DD) - a re-circulated entry keeps its date
           05  LOAD-STATUS          PIC X(1).
           *> 'N'=new in the list's latest load, 'C'=carried over
           *> from an earlier load, 'S'=not yet seen by the load in
           *> progress - left at 'S' when the load ends means the
           *> entry was dropped from the list and is deleted
