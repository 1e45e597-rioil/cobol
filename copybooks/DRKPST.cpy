           05  DP-BALANCE-QTY              PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DP-NOTE                     PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DP-PRODUCT-CODE             PIC X(04).
