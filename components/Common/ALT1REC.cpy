      *> COBOL Copybook for Db2 Host Variables (ALT1)
      *> Host structure matching the ALT1SQL declare table - the
      *> operator alert register. ALM1 lands every alert it raises
      *> here as well as on the OPALERT file; the ALO1 console
      *> acknowledges and closes them, ALE1 re-alerts a critical one
      *> nobody acknowledged to the next support level, and HOV1
      *> hands the open ones over to the day shift
       01  ALT1-REC.
           05  ALERT-NUMBER         PIC S9(9) COMP.
           *> Alert identifier, next after the highest issued
           05  ALERT-SEVERITY       PIC X(1).
           *> 'W'=warning, 'C'=critical
           05  ALERT-PROGRAM        PIC X(8).
           *> Batch program the counter belongs to
           05  ALERT-PARM-NAME      PIC X(20).
           *> CFG1 threshold parameter that was crossed
           05  ALERT-COUNT          PIC S9(9) COMP.
           *> The observed counter value
           05  ALERT-THRESHOLD      PIC S9(9) COMP.
           *> The configured threshold it crossed
           05  ALERT-TEXT           PIC X(60).
           *> Operator-readable description of what the counter is
           05  ALERT-TIMESTAMP      PIC X(20).
           *> When the alert was raised, or re-raised on escalation
           *> (YYYY-MM-DD HH:MM:SS)
           05  SUPPORT-LEVEL        PIC X(1).
           *> Support level the alert is in front of - '1' for the
           *> operator on shift, one higher for each escalation
           05  ESCALATED-FROM       PIC S9(9) COMP.
           *> ALERT-NUMBER of the unacknowledged alert this one
           *> re-raises, zero on a first alert
           05  ALERT-STATUS         PIC X(1).
           *> 'O'=open, 'A'=acknowledged, 'C'=closed,
           *> 'E'=escalated - re-raised as a new alert one level up
           05  ACK-USER             PIC X(8).
           *> Operator who acknowledged, spaces until then
           05  ACK-TIMESTAMP        PIC X(20).
           *> When it was acknowledged, spaces until then
           05  CLOSE-USER           PIC X(8).
           *> Operator who closed it, spaces while open
           05  CLOSE-TIMESTAMP      PIC X(20).
           *> When it was closed, spaces while open
           05  ALERT-COMMENT        PIC X(60).
           *> The operator's note on what was done about it
