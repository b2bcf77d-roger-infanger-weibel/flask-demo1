      *> through the dunning stages on the CFG1 day schedule:
      *> 1=reminder, 2=final notice, 3=collections handoff. The
      *> stage resets (the row closes) the day the NGW1 watch shows
      *> the money arrived (see the DUN1 job). A direct debit the
      *> bank kept returning after its RPR1 re-presentations is a
      *> debt of its own, opened by BRT1 or RPG1
       01  DUN1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the debt belongs to (see CAD1)
           *> 'O'=open at its stage, 'C'=closed - the money arrived
           05  CLOSE-DATE           PIC X(10).
           *> Date the debt closed, 0001-01-01 while open
           05  DEBT-SOURCE          PIC X(1).
           *> ' '=an overdrawn position on the NGW1 watch (one open
           *> row per customer and currency), 'R'=a returned direct
           *> debit whose re-presentations ran out
           05  DEBT-REFERENCE       PIC X(10).
           *> 'R' only - the first collection of the returned series
           *> (see PAD1, RPQ1); spaces on a watch debt
           05  DEBT-AMOUNT          PIC S9(9)V99 COMP-3.
           *> 'R' only - the amount the customer still owes; a watch
           *> debt's amount is its live CBL1 balance
           05  CASE-NUMBER          PIC S9(9) COMP.
           *> Dunning case number printed on every stage letter, for
           *> the customer to quote with the money - unique across
           *> all cases ever opened; zero on cases opened before
           *> numbering
