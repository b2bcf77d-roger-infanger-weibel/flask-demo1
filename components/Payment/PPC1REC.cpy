      *> COBOL Copybook for Db2 Host Variables (PPC1)
      *> Host structure matching the PPC1SQL declare table - the
      *> central bank's economic-purpose code list for cross-border
      *> payments, loaded by PPL1. PAM2 refuses a cross-border
      *> payment whose purpose is not an active code here, and BOP1
      *> classifies the monthly balance-of-payments return by it
       01  PPC1-REC.
           05  PURPOSE-CODE         PIC X(4).
           *> Purpose code as the central bank publishes it
           05  PURPOSE-DESCRIPTION  PIC X(40).
           *> What the code covers, for the BOP1 print copy
           05  ACTIVE-FLAG          PIC X(1).
           *> 'Y' if new payments may use the code - a withdrawn
           *> code stays on file so past payments still classify
