      *> compliance queue for sanctions screening. A new customer
      *> whose name matches an SCL1 entry is held here with
      *> everything needed to create them later, instead of being
      *> silently rejected - a human decides through SCD1. SRS1
      *> queues existing customers here too, when a newly loaded
      *> SCL1 entry matches their name or a former name
       01  SCQ1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> The customer ID the onboarding tried to create
           *> Compliance user who decided, spaces while open
           05  DECISION-DATE        PIC X(10).
           *> Date of the decision, 0001-01-01 while open
           05  QUEUE-SOURCE         PIC X(1).
           *> ' '=an onboarding create held by CAM2/CLD1,
           *> 'R'=an existing customer rescreened by SRS1, who put
           *> an LGH1 legal hold on them pending the decision,
           *> 'H'=rescreened by SRS1, a legal hold already standing
           *> (not SRS1's to release)
