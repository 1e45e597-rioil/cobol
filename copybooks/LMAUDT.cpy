      *=================================================================
      *  LMAUDT.CPY
      *  RECORD LAYOUT FOR THE CUSTOMER-LIMITS AUDIT TRAIL APPENDED
      *  BY LIMIT-MAINT - ONE RECORD PER TRANSACTION, APPLIED OR
      *  REJECTED, RECORDING WHO CHANGED WHOSE LIMITS, WHEN, UNDER
      *  WHAT REFERENCE, AND THE EXCLUSION AND CAP BEFORE AND
      *  AFTER, SO EVERY EXCLUSION EVER ADDED OR LIFTED CAN BE
      *  SHOWN TO AN INSPECTOR.  THE FILE IS NEVER REWRITTEN.
      *=================================================================
       01  LIMIT-AUDIT-RECORD.
           05  LA-CHANGE-DATE              PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LA-CHANGED-BY               PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LA-ACTION-CODE              PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LA-CUSTOMER-ID              PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LA-REFERENCE                PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LA-OLD-EXCLUSION.
               10  LA-OLD-FLAG             PIC X(01).
               10  LA-OLD-START-DATE       PIC X(08).
               10  LA-OLD-END-DATE         PIC X(08).
               10  LA-OLD-CAP              PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LA-NEW-EXCLUSION.
               10  LA-NEW-FLAG             PIC X(01).
               10  LA-NEW-START-DATE       PIC X(08).
               10  LA-NEW-END-DATE         PIC X(08).
               10  LA-NEW-CAP              PIC X(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LA-NOTE                     PIC X(20).
