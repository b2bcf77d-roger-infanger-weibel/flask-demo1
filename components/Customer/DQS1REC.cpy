      *> COBOL Copybook for the DQS1 remediation extract record
      *> One row per active customer failing at least one DQS1
      *> data-quality rule, listing the rules failed so the desk
      *> can work the record down in one visit
       01  DQS1-EXTRACT-RECORD.
           05  DQS1-CUSTOMER-ID     PIC X(10).
           *> Customer failing the rules (see CAD1)
           05  DQS1-OPERATING-UNIT  PIC X(4).
           *> Unit the customer belongs to, spaces if none
           05  DQS1-CUSTOMER-NAME   PIC X(30).
           *> Customer name as held on CAD1
           05  DQS1-FAILED-COUNT    PIC 9(1).
           *> Number of rules failed
           05  DQS1-FAILED-RULES.
           *> Codes of the rules failed, left-justified, spaces
           *> after the last (see DQH1REC for the codes)
               10  DQS1-FAILED-RULE PIC X(4) OCCURS 5 TIMES.
