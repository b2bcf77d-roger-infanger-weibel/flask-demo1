           *> Minor-unit decimal places (USD 2, JPY 0)
           05  CUL1-ACTIVE-FLAG     PIC X(1).
           *> 'Y' if new payments and rates may use the currency
           05  CUL1-RATE-TOLERANCE  PIC 9(3)V99.
           *> Rate-jump tolerance in percent (implied decimal) -
           *> blank or zero takes the CFG1 default
