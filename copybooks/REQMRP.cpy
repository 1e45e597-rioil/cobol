      *=================================================================
      *  REQMRP.CPY
      *  RECORD LAYOUT FOR THE REQUESTER-MAINTENANCE REPORT WRITTEN
      *  BY REQ-MAINT - ONE LINE PER TRANSACTION, APPLIED OR
      *  REJECTED, RECORDING WHO CHANGED WHICH TEAM AND ITS COST
      *  CENTRE AND QUOTA BEFORE AND AFTER, SO A DISPUTED CHARGE
      *  CAN BE TRACED TO THE CHANGE BEHIND IT.
      *=================================================================
       01  REQUESTER-MAINT-RECORD.
           05  QM-CHANGE-DATE              PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  QM-CHANGED-BY               PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  QM-ACTION-CODE              PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  QM-REQUESTER-CODE           PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  QM-OLD-SETTINGS.
               10  QM-OLD-COST-CENTRE      PIC X(06).
               10  QM-OLD-QUOTA            PIC X(05).
               10  QM-OLD-STATUS           PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  QM-NEW-SETTINGS.
               10  QM-NEW-COST-CENTRE      PIC X(06).
               10  QM-NEW-QUOTA            PIC X(05).
               10  QM-NEW-STATUS           PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  QM-NOTE                     PIC X(20).
