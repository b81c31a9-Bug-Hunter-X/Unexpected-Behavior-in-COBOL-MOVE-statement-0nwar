           05  AUDK-SCALE-MISALIGNED     PIC X(1).
           05  AUDK-SOURCE-SCALE         PIC X(2).
           05  AUDK-TARGET-SCALE         PIC X(2).
           05  AUDK-DBCS-SPLIT-CHAR      PIC X(1).
           05  AUDK-DBCS-SHIFT-UNBAL     PIC X(1).
           05  FILLER                    PIC X(4).
