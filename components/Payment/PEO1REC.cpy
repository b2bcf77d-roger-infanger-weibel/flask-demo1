      *> COBOL Copybook for Db2 Host Variables (PEO1)
      *> Host structure matching the PEO1SQL declare table - the
      *> payment status-event outbox: PAM3 and PAM5 write one row
      *> in the same unit of work as the PAD1 change, PER1 puts it
      *> on the outbound queue in the PEV1 layout, and PEC1 checks
      *> nightly that every change of the day went out
       01  PEO1-REC.
           05  PAYMENT-ID           PIC X(10).
           *> Payment whose status changed (see PAD1)
           05  NEW-STATUS           PIC X(1).
           *> Status code after the change ('C' or 'R') - one row per
           *> payment per terminal status
           05  OLD-STATUS           PIC X(1).
           *> Status code before the change ('P')
           05  USER-ID              PIC X(8).
           *> User the change was made on behalf of
           05  EVENT-TIMESTAMP      PIC X(20).
           *> When the change was made (YYYY-MM-DD HH:MM:SS)
           05  SEND-STATUS          PIC X(1).
           *> 'P'=pending, waiting for the relay; 'S'=sent
           05  SENT-TIMESTAMP       PIC X(20).
           *> When the message last went on the queue, spaces until
           *> it has
           05  PUBLISH-COUNT        PIC S9(9) COMP.
           *> Times the message has been put - more than one means
           *> PEC1 re-published it, so downstream may see it twice
           05  CHANGE-SOURCE        PIC X(8).
           *> Program that asked for the change (the comm area's
           *> MAIN-NAME) - PAO1 is a desk operator clearing or
           *> reversing by hand, PAC1 a bank confirmation, APR1 an
           *> approved re-drive; spaces on rows PEC1 recreated
