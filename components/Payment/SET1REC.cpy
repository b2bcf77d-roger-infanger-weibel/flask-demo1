           *> Payment amount, in SET1-DET-CURRENCY (implied decimal)
           05  SET1-DET-CURRENCY    PIC X(3).
           *> ISO currency code of SET1-DET-AMOUNT
           05  SET1-DET-BENEFICIARY-ID PIC X(10).
           *> BEN1 payee the money goes to - spaces on a collection
           05  SET1-DET-BENEFICIARY-NAME PIC X(30).
           *> Creditor name as the receiving bank holds it
           05  SET1-DET-ACCOUNT-NUMBER PIC X(34).
           *> Creditor account number (IBAN or domestic number)
           05  SET1-DET-BANK-ID     PIC X(11).
           *> Receiving bank BIC
           05  SET1-DET-VALUE-DATE  PIC X(10).
           *> Value date (YYYY-MM-DD) - the run date rolled to a good
           *> business day on SET1-DET-CURRENCY's clearing calendar

       01  SET1-TOTAL-RECORD.
           05  SET1-TOT-RECORD-TYPE PIC X(1).
