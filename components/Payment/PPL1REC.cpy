      *> COBOL Copybook for the PPL1 purpose-code load record
      *> One row per purpose code to be placed on PPC1
       01  PPL1-INPUT-RECORD.
           05  PPL1-PURPOSE-CODE    PIC X(4).
           *> Purpose code as the central bank publishes it
           05  PPL1-PURPOSE-DESCRIPTION PIC X(40).
           *> What the code covers
           05  PPL1-ACTIVE-FLAG     PIC X(1).
           *> 'Y' if new payments may use the code
