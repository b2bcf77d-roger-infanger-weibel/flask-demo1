      *> COBOL Copybook for Db2 Host Variables (SAL1)
      *> Host structure matching the SAL1SQL declare table - one row
      *> per data subject access export SAX1 produced, so compliance
      *> can show when each customer's request was answered, on
      *> whose authority and how much was handed over
       01  SAL1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer whose data was exported (see CAD1)
           05  EXPORT-TIMESTAMP     PIC X(20).
           *> When the export ran (YYYY-MM-DD HH:MM:SS)
           05  EXPORT-DATE          PIC X(10).
           *> Business date of the run (YYYY-MM-DD)
           05  REQUEST-REF          PIC X(20).
           *> The customer's request reference off the parm card
           05  EXPORT-USER          PIC X(8).
           *> UserID of the operator who ran the export
           05  LINE-COUNT           PIC S9(9) COMP.
           *> Number of lines written to the export
