      *=================================================================
      *  STEPDEP.CPY
      *  CARD LAYOUT FOR THE NIGHTLY STEP-DEPENDENCY TABLE READ BY
      *  RECOVERY-PLAN - ONE CARD PER JOB STEP IN STREAM ORDER: THE
      *  STEP NAME, THE PROGRAM NAME IT REGISTERS ON THE RUN-STATUS
      *  FILE, ITS LOAD MODULE, WHETHER IT IS SAFE TO RESTART AFTER
      *  A FAILURE, THE DD OF ITS CHECKPOINT FILE (BLANK MEANS A
      *  RESTART RERUNS IT FROM THE TOP) AND UP TO THREE STEPS THAT
      *  MUST BE COMPLETE BEFORE IT RUNS.  AN ASTERISK IN COLUMN 1
      *  MAKES A COMMENT CARD.
      *=================================================================
       01  STEP-DEPENDENCY-RECORD.
           05  SP-STEP-NAME                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SP-PROGRAM-NAME             PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SP-LOAD-MODULE              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SP-RESTARTABLE              PIC X(01).
               88  SP-RESTART-ALLOWED                  VALUE "Y".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SP-CHECKPOINT-DD            PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SP-PREDECESSOR-ENTRY        OCCURS 3 TIMES.
               10  SP-PREDECESSOR          PIC X(08).
               10  FILLER                  PIC X(02).
           05  FILLER                      PIC X(03)   VALUE SPACES.
