      *> COBOL Copybook for Db2 Host Variables (BEN1)
      *> Host structure matching the BEN1SQL declare table - one row
      *> per beneficiary (payee) a customer pays out to: who is being
      *> paid and into which bank account. PAM2 refuses an outbound
      *> payment without an active beneficiary of the paying
      *> customer, and SET1 carries the account details out to the
      *> bank on every settlement detail (see BEM1 for maintenance)
       01  BEN1-REC.
           05  BENEFICIARY-ID       PIC X(10).
           *> Beneficiary identifier
           05  CUSTOMER-ID          PIC X(10).
           *> Customer who pays this beneficiary (see CAD1)
           05  BENEFICIARY-NAME     PIC X(30).
           *> Account holder name as the receiving bank holds it
           05  ACCOUNT-NUMBER       PIC X(34).
           *> Creditor account number (IBAN or domestic number)
           05  BANK-ID              PIC X(11).
           *> Receiving bank identifier (BIC, 8 or 11 characters)
           05  BENEFICIARY-STATUS   PIC X(1).
           *> 'A'=active, 'C'=cancelled - a beneficiary is never
           *> deleted, so the payee trail of past payments survives
               88  BENEFICIARY-ACTIVE    VALUE 'A'.
               88  BENEFICIARY-CANCELLED VALUE 'C'.
           05  BENEFICIARY-DATE     PIC X(10).
           *> Date the beneficiary was last maintained (YYYY-MM-DD)
           05  BENEFICIARY-USER     PIC X(8).
           *> User who last maintained the beneficiary
