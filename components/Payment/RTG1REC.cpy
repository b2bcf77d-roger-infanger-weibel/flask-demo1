      *> COBOL Copybook for Db2 Host Variables (RTG1)
      *> Host structure matching the RTG1SQL declare table - the
      *> clearing-channel routing rules. SET1 tries the rules in
      *> RULE_ID order and the first one a cleared payment matches
      *> names the clearing channel (and so the settlement file) it
      *> goes out on; a payment that matches none is listed as an
      *> exception and sent nowhere
       01  RTG1-REC.
           05  RULE-ID              PIC X(4).
           *> Rule identifier - also the order rules are tried in
           05  CURRENCY-CODE        PIC X(3).
           *> Payment currency the rule covers, spaces for any
           05  MIN-AMOUNT           PIC S9(9)V99 COMP-3.
           *> Lowest payment amount the rule covers
           05  MAX-AMOUNT           PIC S9(9)V99 COMP-3.
           *> Highest payment amount the rule covers
           05  URGENT-FLAG          PIC X(1).
           *> 'Y'=urgent payments only, 'N'=non-urgent only, space
           *> for either
           05  COUNTRY-CODE         PIC X(2).
           *> Destination country (the payee bank's BNK1 country),
           *> spaces for any
           05  CHANNEL-CODE         PIC X(3).
           *> Clearing channel - 'DOM'=domestic low-value,
           *> 'URG'=domestic urgent, 'XBD'=cross-border
               88  CHANNEL-DOMESTIC     VALUE 'DOM'.
               88  CHANNEL-URGENT       VALUE 'URG'.
               88  CHANNEL-CROSS-BORDER VALUE 'XBD'.
