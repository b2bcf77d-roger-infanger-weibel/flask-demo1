      *> COBOL Copybook for Db2 Host Variables (WQA1)
      *> Host structure matching the WQA1SQL declare table - one row
      *> per work-queue item a supervisor has handed to a named
      *> operator on the WQO1 worklist. The item itself stays on its
      *> own queue (RWQ1, SCQ1, FRC1, APQ1, DSP1 or RBK1); this row
      *> only says whose it is. Reassigning replaces the row
       01  WQA1-REC.
           05  ITEM-TYPE            PIC X(4).
           *> Queue the item sits on ('REAC'=RWQ1, 'SANC'=SCQ1,
           *> 'FRAU'=FRC1, 'APPR'=APQ1, 'DISP'=DSP1, 'BRK '=RBK1)
           05  ITEM-KEY             PIC X(24).
           *> The item's key on its queue - the payment, customer or
           *> dispute ID, or a break's BREAK-SOURCE and BREAK-KEY
           05  ASSIGNED-USER        PIC X(8).
           *> Operator the item is assigned to
           05  ASSIGNED-BY          PIC X(8).
           *> Supervisor who assigned it (holds the ASGN
           *> entitlement)
           05  ASSIGNED-DATE        PIC X(10).
           *> Date of the assignment (YYYY-MM-DD)
