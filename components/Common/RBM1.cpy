           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  BREAK-SOURCE         PIC X(4).
           *> Report recording the break ('RCN1', 'RCN2', 'NRC1' or
           *> 'SLR1')
           05  BREAK-KEY            PIC X(20).
           *> Break identity within the source (see RBK1)
           05  BREAK-STATUS         PIC X(1).
