      *> COBOL Copybook for Db2 Host Variables (GDS1)
      *> Host structure matching the GDS1SQL declare table - one row
      *> per GL account per operating unit per business day,
      *> maintained by GSU1 as part of the nightly (the way CBR1
      *> rolls CBL1 forward), so GLT1 and the GCL1 summarize step
      *> read day-level totals instead of scanning raw GAD1 entries;
      *> GSU1's rebuild path re-derives any day from GAD1 if a
      *> summary is ever in doubt
       01  GDS1-REC.
           05  SUMMARY-DATE         PIC X(10).
           *> Business day the totals cover (YYYY-MM-DD)
           *> Sum of the day's 'D' GAD1 entries for the account
           05  CREDIT-TOTAL         PIC S9(11)V99 COMP-3.
           *> Sum of the day's 'C' GAD1 entries for the account
           05  OPERATING-UNIT       PIC X(4).
           *> Operating unit the entries were posted in (spaces is
           *> head office)
