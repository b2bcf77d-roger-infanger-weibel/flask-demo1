      *> price list: one unit price per charge code and customer
      *> tier. TBL1 prices each customer's monthly activity off
      *> these rows; a tier with no row falls back to the 'S'
      *> standard tier. A POV1 concession agreed for a customer
      *> overrides the price while it is in force
       01  TRF1-REC.
           05  CHARGE-CODE          PIC X(4).
           *> 'PAYC'=per payment created, 'STMT'=per statement,
