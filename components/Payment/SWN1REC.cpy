      *> COBOL Copybook for Db2 Host Variables (SWN1)
      *> Host structure matching the SWN1SQL declare table - the
      *> intraday settlement windows, one row per SET1 run in the
      *> business day. Each window sends the payments cleared since
      *> the previous window's cut-off; a payment cleared after the
      *> last cut-off rolls to the first window of the next business
      *> day. No rows keeps the single nightly SET1 run
       01  SWN1-REC.
           05  WINDOW-ID            PIC X(1).
           *> Window identifier, given on the SET1 parm card
           05  CUTOFF-TIME          PIC X(8).
           *> Cut-off time of the window (HH:MM:SS)
           05  WINDOW-NAME          PIC X(20).
           *> Description, e.g. 'MORNING 10:00'
