      *=================================================================
      *  VISSTAT.CPY
      *  RECORD LAYOUT FOR THE VISIT-STATISTICS FILE - ONE DATED
      *  RECORD APPENDED BY ADULT-CHECK AT THE END OF EVERY RUN
      *  WITH THE NIGHT'S VISIT COUNTS.  A DECLINED VISIT LEAVES NO
      *  RECORD ON ANY OTHER FILE, SO THIS IS THE ONLY PLACE THE
      *  READ / DECLINED / REJECTED SPLIT SURVIVES THE RUN.  THE
      *  FILE IS CUMULATIVE AND NEVER TRIMMED; WHEN A DATE APPEARS
      *  TWICE (A RESTARTED RUN) THE LATER RECORD IS THE ONE THAT
      *  COUNTS.
      *=================================================================
       01  VISIT-STATISTICS-RECORD.
           05  VS-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  VS-VISITS-READ              PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  VS-VISITS-DISPENSED         PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  VS-VISITS-DECLINED          PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  VS-VISITS-REJECTED          PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  VS-VOUCHER-DISPENSED        PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  VS-WRITTEN-TIME             PIC 9(06).
           05  FILLER                      PIC X(04)   VALUE SPACES.
