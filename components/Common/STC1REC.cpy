      *> Host structure matching the STC1SQL declare table - the
      *> statement control: one row per customer per monthly cycle,
      *> so a reprint finds the same statement number the original
      *> run assigned (see STM2), plus one per business day for a
      *> customer taking daily statement files (see STF1)
       01  STC1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the statement belongs to (see CAD1)
           05  STATEMENT-NUMBER     PIC S9(9) COMP.
           *> Statement number assigned to this customer and cycle -
           *> unique across all statements ever produced
           05  STATEMENT-DATE       PIC X(10).
           *> Business day of a daily STF1 statement file
           *> (YYYY-MM-DD); blank for the monthly cycle's statement
