      *  DECREMENT WRITTEN BY ADULT-CHECK.  MOVEMENTS IN AND OUT
      *  ARE SEPARATE COLUMNS AND EVERY RECORD CARRIES THE ON-HAND
      *  BALANCE AFTER THE MOVEMENT, SO A STOCK COUNT THAT DOES NOT
      *  MATCH THE FILE CAN BE TRACED DAY BY DAY.  EACH MOVEMENT
      *  BELONGS TO ONE CATALOGUE PRODUCT AND THE BALANCE IS THAT
      *  PRODUCT'S ON-HAND.
      *=================================================================
       01  DRINK-MOVEMENT-RECORD.
           05  DL-MOVEMENT-DATE            PIC 9(08).
           05  DL-BALANCE-QTY              PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-REFERENCE                PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-PRODUCT-CODE             PIC X(04).
