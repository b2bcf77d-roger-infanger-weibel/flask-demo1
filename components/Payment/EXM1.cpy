      *> COBOL Copybook for Module Calls (EXM1)
      *> Shared exchange-rate resolution - finds the EXR1 rate for a
      *> currency pair the same way for every program that converts
      *> an amount: the pair as loaded, else the inverse of the
      *> opposite pair, else a cross through the base currency. Set
      *> EXM1-AMOUNT (zero when only the rate is wanted) and EXM1
      *> returns it converted, so the same amount never converts to
      *> two different figures in two places.
       01  EXM1-COMM-AREA.
           05  EXM1-FROM-CURRENCY   PIC X(3).
           *> Currency to convert from
           05  EXM1-TO-CURRENCY     PIC X(3).
           *> Currency to convert into
           05  EXM1-RATE-DATE-LIMIT PIC X(10).
           *> Newest rate on or before this date (YYYY-MM-DD) -
           *> spaces take the newest rate on file
           05  EXM1-AMOUNT          PIC S9(11)V99 COMP-3.
           *> Amount to convert, in EXM1-FROM-CURRENCY
           05  EXM1-RATE-SWITCH     PIC X(1).
           *> 'Y' if a rate was found and the fields below are set,
           *> 'N' if no direct, inverse or cross rate could be made
               88  EXM1-RATE-FOUND  VALUE 'Y'.
           05  EXM1-METHOD          PIC X(1).
           *> How the rate was made: 'S'=same currency (rate 1),
           *> 'D'=direct pair, 'I'=inverse of the opposite pair,
           *> 'C'=cross through the base currency
               88  EXM1-METHOD-SAME    VALUE 'S'.
               88  EXM1-METHOD-DIRECT  VALUE 'D'.
               88  EXM1-METHOD-INVERSE VALUE 'I'.
               88  EXM1-METHOD-CROSS   VALUE 'C'.
           05  EXM1-EXCHANGE-RATE   PIC S9(5)V9(6) COMP-3.
           *> Multiply an amount in EXM1-FROM-CURRENCY by this to get
           *> the equivalent amount in EXM1-TO-CURRENCY
           05  EXM1-RATE-DATE       PIC X(10).
           *> Date the rate is effective for - on a cross, the older
           *> of the two legs' dates
           05  EXM1-CONVERTED-AMOUNT PIC S9(11)V99 COMP-3.
           *> EXM1-AMOUNT at EXM1-EXCHANGE-RATE (zero if not found)
