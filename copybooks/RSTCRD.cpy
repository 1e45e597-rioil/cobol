      *=================================================================
      *  RSTCRD.CPY
      *  CARD LAYOUT FOR THE RESTART CONTROL CARDS PUNCHED BY
      *  RECOVERY-PLAN.  THE FIRST CARD NAMES THE STEP THE NIGHTLY
      *  STREAM IS RESUBMITTED FROM (ACTION RESTART), OR SAYS THERE
      *  IS NOTHING TO RERUN (COMPLETE) OR THAT A STEP NEEDS HAND
      *  RECOVERY FIRST (HOLD).  ONE CARD FOLLOWS PER STEP IN STREAM
      *  ORDER WITH ITS ACTION - SKIP, RESTART, RUN OR HOLD.
      *=================================================================
       01  RESTART-CARD-RECORD.
           05  RK-ACTION                   PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-STEP-NAME                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-LOAD-MODULE              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-CHECKPOINT-DD            PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-NOTE                     PIC X(28).
           05  FILLER                      PIC X(02)   VALUE SPACES.
