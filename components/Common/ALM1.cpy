           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the check (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  ALERT-LEVEL          PIC X(1).
           *> Support level to raise the alert at - spaces for the
           *> operator on shift ('1'); ALE1 passes the next level up
           *> when it re-raises an unacknowledged critical alert
           05  ALERT-ESCALATED-FROM PIC X(10).
           *> ALT1 number of the alert being re-raised, spaces on a
           *> threshold check - an escalation is raised whatever the
           *> count, it has already crossed
           05  ALERT-NUMBER         PIC X(10).
           *> ALT1 number the raised alert was registered under,
           *> spaces when none was raised or registered
           05  RESERVED-FIELDS      PIC X(9).
           *> Reserved for future use
