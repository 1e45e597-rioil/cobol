      *=================================================================
      *  DEPTCNV.CPY
      *  RECORD LAYOUT FOR THE CONVERSION LISTING WRITTEN BY
      *  DEPT-CONVERT - ONE LINE PER CUSTOMER-MASTER RECORD WHOSE
      *  DEPARTMENT WAS MAPPED TO A CODE OR COULD NOT BE MAPPED,
      *  WITH THE FREE TEXT AS IT WAS.  RECORDS ALREADY CARRYING A
      *  VALID CODE ARE COUNTED BUT NOT LISTED.
      *=================================================================
       01  DEPARTMENT-CONVERSION-RECORD.
           05  DV-CUSTOMER-ID              PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DV-NAME                     PIC X(30).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DV-OLD-DEPARTMENT           PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DV-NEW-DEPT-CODE            PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DV-NOTE                     PIC X(20).
