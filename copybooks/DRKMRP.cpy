      *=================================================================
      *  DRKMRP.CPY
      *  RECORD LAYOUT FOR THE DRINK CATALOGUE MAINTENANCE REPORT
      *  WRITTEN BY DRINK-MAINT - ONE LINE PER TRANSACTION, APPLIED OR
      *  REJECTED, RECORDING WHO CHANGED WHICH PRODUCT AND ITS UNIT
      *  PRICE, REORDER POINT AND REORDER QUANTITY BEFORE AND AFTER,
      *  SO A WRONG PRICE ON A STATEMENT CAN BE TRACED TO THE CHANGE
      *  BEHIND IT.
      *=================================================================
       01  DRINK-MAINT-RECORD.
           05  CR-CHANGE-DATE              PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CR-CHANGED-BY               PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CR-ACTION-CODE              PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CR-PRODUCT-CODE             PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CR-OLD-SETTINGS.
               10  CR-OLD-UNIT-PRICE       PIC X(06).
               10  CR-OLD-REORDER-POINT    PIC X(06).
               10  CR-OLD-REORDER-QTY      PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CR-NEW-SETTINGS.
               10  CR-NEW-UNIT-PRICE       PIC X(06).
               10  CR-NEW-REORDER-POINT    PIC X(06).
               10  CR-NEW-REORDER-QTY      PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CR-NOTE                     PIC X(20).
