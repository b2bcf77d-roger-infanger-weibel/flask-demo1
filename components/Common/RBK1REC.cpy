      *> COBOL Copybook for Db2 Host Variables (RBK1)
      *> Host structure matching the RBK1SQL declare table - one row
      *> per reconciliation break. RCN1/RCN2/NRC1/SLR1 record each
      *> difference through RBM1; a break seen again ages instead of
      *> duplicating, and one the numbers stopped showing closes
      *> automatically (see RBR1 for the aging report)
       01  RBK1-REC.
           05  BREAK-SOURCE         PIC X(4).
           *> Report that found the break ('RCN1', 'RCN2', 'NRC1' or
           *> 'SLR1')
           05  BREAK-KEY            PIC X(20).
           *> Break identity within the source - a type tag plus
           *> the row key the difference hangs on
