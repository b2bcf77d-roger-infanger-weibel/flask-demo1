      *> COBOL Copybook for Db2 Host Variables (STO1)
      *> Host structure matching the STO1SQL declare table - one row
      *> per standing order; SOG1 turns each due order into a PAD1
      *> payment through PAM2 and advances NEXT-RUN-DATE; DNL1 sends
      *> the customer's advance notice of each collection first
       01  STO1-REC.
           05  ORDER-ID             PIC X(10).
           *> Standing-order identifier
           05  NEXT-RUN-DATE        PIC X(10).
           *> Date the next payment falls due (YYYY-MM-DD)
           05  ACTIVE-FLAG          PIC X(1).
           *> 'Y' while the order generates, 'S' while suspended
           *> from the desk (SOG1 and DNL1 pass it over), 'N' once
           *> cancelled
           05  NOTICE-DUE-DATE      PIC X(10).
           *> The NEXT-RUN-DATE the last advance notice covered
           *> (YYYY-MM-DD) - SOG1 only collects an occurrence DNL1
           *> has given notice of; spaces until the first notice
           05  NOTICE-COLLECT-DATE  PIC X(10).
           *> Collection date that notice told the customer - the
           *> due date on its good day, or later when the notice went
           *> out short of the notice period (YYYY-MM-DD)
