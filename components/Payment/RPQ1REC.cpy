      *> COBOL Copybook for Db2 Host Variables (RPQ1)
      *> Host structure matching the RPQ1SQL declare table - one row
      *> per scheduled re-presentation of a returned direct debit;
      *> BRT1 queues it under the RPR1 rule for the return reason and
      *> RPG1 collects it again through PAM2 on its due date
       01  RPQ1-REC.
           05  ORIGINAL-PAYMENT-ID  PIC X(10).
           *> First collection of the series (see PAD1) - every
           *> re-presentation links back to it
           05  ATTEMPT-NUMBER       PIC S9(9) COMP.
           *> Which re-presentation this is (1 = the first retry)
           05  RETURNED-PAYMENT-ID  PIC X(10).
           *> The collection the bank returned
           05  CUSTOMER-ID          PIC X(10).
           *> Customer being collected from (see CAD1)
           05  MANDATE-ID           PIC X(10).
           *> MND1 mandate the series is collected under
           05  PAYMENT-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Amount to collect again, in PAYMENT-CURRENCY
           05  PAYMENT-CURRENCY     PIC X(3).
           *> ISO currency code of PAYMENT-AMOUNT
           05  DUE-DATE             PIC X(10).
           *> Date RPG1 collects it again (YYYY-MM-DD)
           05  QUEUE-STATUS         PIC X(1).
           *> 'P'=waiting for its due date, 'D'=re-presented,
           *> 'F'=PAM2 refused it - the debt went to DUN1 dunning
           05  NEW-PAYMENT-ID       PIC X(10).
           *> PAD1 key of the re-presentation, spaces until made
