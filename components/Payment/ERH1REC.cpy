      *> COBOL Copybook for Db2 Host Variables (ERH1)
      *> Host structure matching the ERH1SQL declare table - one row
      *> per rate ELD1 held back from EXR1 because it moved further
      *> from the pair's previous rate than the currency's tolerance.
      *> A held rate is not applied until Treasury releases it on
      *> EHO1 (through EHM1); until then conversions keep using the
      *> previous rate
       01  ERH1-REC.
           05  HOLD-NUMBER          PIC S9(9) COMP.
           *> Hold identifier, allocated as the highest so far plus 1
           05  FROM-CURRENCY        PIC X(3).
           *> Currency being converted from
           05  TO-CURRENCY          PIC X(3).
           *> Currency being converted to
           05  RATE-DATE            PIC X(10).
           *> Date the held rate is effective for (YYYY-MM-DD)
           05  EXCHANGE-RATE        PIC S9(5)V9(6) COMP-3.
           *> The rate as it arrived on the feed
           05  PRIOR-RATE-DATE      PIC X(10).
           *> Date of the previous EXR1 rate it was compared with
           05  PRIOR-RATE           PIC S9(5)V9(6) COMP-3.
           *> The previous EXR1 rate for the pair
           05  CHANGE-PCT           PIC S9(7)V99 COMP-3.
           *> Size of the move from PRIOR-RATE, in percent
           05  TOLERANCE-PCT        PIC S9(3)V99 COMP-3.
           *> Tolerance the move was measured against, in percent
           05  HELD-DATE            PIC X(10).
           *> Date ELD1 held the rate (YYYY-MM-DD)
           05  HOLD-STATUS          PIC X(1).
           *> 'P'=pending Treasury's decision, 'R'=released onto
           *> EXR1, 'X'=rejected, 'S'=superseded by a re-fed file
           *> for the same rate date
           05  DECISION-USER        PIC X(8).
           *> Treasury user who released or rejected the rate
           05  DECISION-DATE        PIC X(10).
           *> Date of the decision - '0001-01-01' while pending
