      *> COBOL Copybook for Db2 Host Variables (PTI1)
      *> Host structure matching the PTI1SQL declare table - the
      *> agreed instalment schedule of a PTP1 promise-to-pay
      *> arrangement, one row per instalment
       01  PTI1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Arrangement key (see PTP1)
           05  BALANCE-CURRENCY     PIC X(3).
           *> Arrangement key (see PTP1)
           05  ARRANGEMENT-DATE     PIC X(10).
           *> Arrangement key (see PTP1)
           05  INSTALMENT-NUMBER    PIC S9(9) COMP.
           *> 1 for the first instalment, and so on
           05  DUE-DATE             PIC X(10).
           *> Date the instalment falls due (YYYY-MM-DD)
           05  DUE-AMOUNT           PIC S9(9)V99 COMP-3.
           *> Amount of the instalment - the last one carries any
           *> rounding
           05  INSTALMENT-STATUS    PIC X(1).
           *> 'D'=due, 'P'=paid - money in since the arrangement
           *> covers it and every instalment before it, 'M'=missed
           05  SETTLED-DATE         PIC X(10).
           *> Date DUN1 found it paid or missed, 0001-01-01 while due
