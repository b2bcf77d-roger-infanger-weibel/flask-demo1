      *> COBOL Copybook for Module Calls (VDA1)
      *> Shared value-date adjustment - rolls a date that is not a
      *> business day for the currency (a weekend, or a holiday on
      *> that currency's HOL1 calendar) to the next good day, or back
      *> to the previous good day when rolling forward would cross
      *> into the next month (modified following).
       01  VDA1-COMM-AREA.
           05  VDA1-CURRENCY        PIC X(3).
           *> Currency whose clearing calendar applies
           05  VDA1-DATE            PIC X(10).
           *> Date to adjust (YYYY-MM-DD)
           05  VDA1-ADJUSTED-DATE   PIC X(10).
           *> Good business date for the currency (YYYY-MM-DD) - the
           *> same as VDA1-DATE when that was already a business day
           05  VDA1-ADJUSTED-SWITCH PIC X(1).
           *> 'Y' if the date was moved, 'N' otherwise
               88  VDA1-DATE-ADJUSTED VALUE 'Y'.
