           *> ISO currency code of ENTRY-AMOUNT
           05  ENTRY-USER           PIC X(8).
           *> User (or batch job) that posted the entry
           05  OPERATING-UNIT       PIC X(4).
           *> Operating unit whose books the entry belongs to (see
           *> OPU1) - GAM1/GAM3 put the debit leg in the booking
           *> unit and the credit leg in the customer's unit, with
           *> due-to/due-from legs when the two differ; spaces is
           *> head office
