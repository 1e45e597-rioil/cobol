      *=================================================================
      *  DEPTMRP.CPY
      *  RECORD LAYOUT FOR THE DEPARTMENT-MAINTENANCE REPORT WRITTEN
      *  BY DEPT-MAINT - ONE LINE PER TRANSACTION, APPLIED OR
      *  REJECTED, RECORDING WHO CHANGED WHICH DEPARTMENT AND ITS
      *  COST CENTRE, MANAGER AND STATUS BEFORE AND AFTER, SO A
      *  MISROUTED EXCEPTION CAN BE TRACED TO THE CHANGE BEHIND IT.
      *=================================================================
       01  DEPARTMENT-MAINT-RECORD.
           05  DR-CHANGE-DATE              PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DR-CHANGED-BY               PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DR-ACTION-CODE              PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DR-DEPT-CODE                PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DR-OLD-SETTINGS.
               10  DR-OLD-COST-CENTRE      PIC X(06).
               10  DR-OLD-MANAGER-ID       PIC X(06).
               10  DR-OLD-STATUS           PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DR-NEW-SETTINGS.
               10  DR-NEW-COST-CENTRE      PIC X(06).
               10  DR-NEW-MANAGER-ID       PIC X(06).
               10  DR-NEW-STATUS           PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DR-NOTE                     PIC X(20).
