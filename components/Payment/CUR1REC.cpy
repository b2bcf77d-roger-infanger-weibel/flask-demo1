           *> Minor-unit decimal places (USD 2, JPY 0)
           05  ACTIVE-FLAG          PIC X(1).
           *> 'Y' if new payments and rates may use the currency
           05  RATE-TOLERANCE-PCT   PIC S9(3)V99 COMP-3.
           *> Largest day-on-day move, in percent, ELD1 applies
           *> without holding the rate for Treasury - zero takes the
           *> CFG1 'RATE-JUMP-PCT' default
