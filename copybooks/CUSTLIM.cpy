      *=================================================================
      *  CUSTLIM.CPY
      *  RECORD LAYOUT FOR THE INDEXED CUSTOMER-LIMITS FILE KEYED BY
      *  CUSTOMER ID - THE RESPONSIBLE-SERVICE LIMITS ADULT-CHECK
      *  ENFORCES BEFORE A DRINK IS DISPENSED.  THE DAILY CAP IS
      *  THE MOST DRINKS ONE CUSTOMER MAY HAVE IN ONE VISIT DATE;
      *  ZERO MEANS THE SHOP-WIDE DEFAULT ON THE RUN-CONTROL FILE.
      *  A SELF-EXCLUDED CUSTOMER IS REFUSED EVERY DRINK FROM THE
      *  EXCLUSION START DATE TO THE END DATE INCLUSIVE; AN END
      *  DATE OF ZERO MEANS UNTIL LIFTED.  MAINTAINED ONLY BY
      *  LIMIT-MAINT, WHICH STAMPS WHO LAST CHANGED THE RECORD.
      *  NO RECORD ON FILE MEANS THE SHOP DEFAULT CAP AND NO
      *  EXCLUSION.
      *=================================================================
       01  CUSTOMER-LIMITS-RECORD.
           05  LM-CUSTOMER-ID              PIC 9(06).
           05  LM-DAILY-CAP                PIC 9(03).
           05  LM-EXCLUSION-FLAG           PIC X(01).
               88  LM-SELF-EXCLUDED                    VALUE "Y".
               88  LM-NOT-EXCLUDED                     VALUE "N".
           05  LM-EXCLUDE-START-DATE       PIC 9(08).
           05  LM-EXCLUDE-END-DATE         PIC 9(08).
           05  LM-CHANGED-DATE             PIC 9(08).
           05  LM-CHANGED-BY               PIC X(08).
           05  FILLER                      PIC X(10).
