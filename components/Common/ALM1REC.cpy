      *> COBOL Copybook for the operator alert record
      *> One row per threshold crossing or escalation, written to the
      *> OPALERT file the overnight operator watches (see ALM1)
       01  ALM1-ALERT-RECORD.
           05  ALM1-ALR-SEVERITY    PIC X(1).
           *> 'W'=warning, 'C'=critical
           *> Operator-readable description of what the counter is
           05  ALM1-ALR-TIMESTAMP   PIC X(20).
           *> Formatted as YYYY-MM-DD HH:MM:SS
           05  ALM1-ALR-LEVEL       PIC X(1).
           *> Support level the alert was raised at ('1' first line)
           05  ALM1-ALR-NUMBER      PIC 9(9).
           *> The alert's ALT1 number, zero if it was not registered
