      *> COBOL Copybook for Db2 Host Variables (HOL1)
      *> Host structure matching the HOL1SQL declare table - the
      *> holiday calendars. The bank's own calendar (blank
      *> CALENDAR-CODE) is the one CHN1 consults when deciding
      *> whether tonight is the month's (or quarter's) last business
      *> day; each currency's clearing calendar (TARGET for EUR, the
      *> Fed for USD, ...) is keyed by its currency code and rolls
      *> value dates through VDA1
       01  HOL1-REC.
           05  HOLIDAY-DATE         PIC X(10).
           *> The non-business date (YYYY-MM-DD)
           05  HOLIDAY-NAME         PIC X(30).
           *> What the day is
           05  CALENDAR-CODE        PIC X(3).
           *> Currency whose clearing system is closed that day, or
           *> spaces for the bank's own business calendar
