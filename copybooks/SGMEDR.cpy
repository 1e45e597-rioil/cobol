      *  RECORD LAYOUT FOR THE SIGMA-EDIT-REPORT WRITTEN BY
      *  SIGMA-EDIT - ONE LINE PER REQUEST DROPPED FROM THE RAW
      *  SIGMA-REQUEST-FILE, CARRYING THE RAW FIELDS AND THE REASON.
      *  THE REQUESTER CODE IS THE RAW CODE AS KEYED, SO A TEAM CAN
      *  FIND ITS OWN DROPPED CARDS.
      *=================================================================
       01  SIGMA-EDIT-REPORT-RECORD.
           05  SE-REQUEST-ID               PIC X(06).
           05  SE-NUM                      PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SE-REASON                   PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SE-REQUESTER-CODE           PIC X(04).
