      *  OVERRIDE (ZERO MEANS USE TODAY) HONORED BY THE DOB AGE
      *  COMPUTATION AND THE SIGMA HISTORY RUN-DATE KEY.  WHEN THE
      *  FILE IS ABSENT EACH PROGRAM FALLS BACK TO ITS OLD
      *  BEHAVIOR.  THE DEFAULT PRODUCT IS THE CATALOGUE DRINK A
      *  VISIT WITH NO PRODUCT CODE IS DISPENSED AS.  THE DAILY CAP
      *  IS THE SHOP-WIDE MOST DRINKS ONE CUSTOMER MAY HAVE IN A
      *  DAY WHERE THE CUSTOMER-LIMITS FILE SETS NONE OF ITS OWN;
      *  ZERO MEANS NO SHOP-WIDE CAP.  THE RETENTION PERIOD IS HOW
      *  MANY MONTHS A LEAVER'S PERSONAL DATA IS KEPT BEFORE THE
      *  PERSONAL-DATA PURGE REMOVES IT; ZERO MEANS NO PURGE.
      *=================================================================
       01  RUN-CONTROL-RECORD.
           05  RP-ADULT-AGE-THRESHOLD      PIC 9(03).
           05  RP-MAX-PLAUSIBLE-AGE        PIC 9(03).
           05  RP-BATCH-MODE-SWITCH        PIC X(01).
           05  RP-BUSINESS-DATE            PIC 9(08).
           05  RP-DEFAULT-PRODUCT          PIC X(04).
           05  RP-DAILY-CAP                PIC 9(03).
           05  RP-RETENTION-MONTHS         PIC 9(03).
