      *=================================================================
      *  LMTRAN.CPY
      *  RECORD LAYOUT FOR THE CUSTOMER-LIMITS TRANSACTION FILE
      *  READ BY LIMIT-MAINT - ONE REQUEST PER RECORD, KEYED BY
      *  CUSTOMER ID.  AN EXCLUDE WITH A BLANK START DATE STARTS
      *  ON THE BUSINESS DATE, AND A BLANK END DATE MEANS UNTIL
      *  LIFTED.  A CAP CHANGE WITH A BLANK CAP PUTS THE CUSTOMER
      *  BACK ON THE SHOP-WIDE DEFAULT.  THE REFERENCE IS THE
      *  SIGNED REQUEST OR CASE NUMBER THE CHANGE WAS MADE UNDER.
      *=================================================================
       01  LIMIT-TRANSACTION-RECORD.
           05  LT-ACTION-CODE              PIC X(01).
               88  LT-ACTION-EXCLUDE                   VALUE "X".
               88  LT-ACTION-LIFT                      VALUE "L".
               88  LT-ACTION-CAP                       VALUE "C".
           05  LT-CUSTOMER-ID              PIC X(06).
           05  LT-CUSTOMER-ID-N REDEFINES LT-CUSTOMER-ID
                                           PIC 9(06).
           05  LT-START-DATE               PIC X(08).
           05  LT-START-DATE-N REDEFINES LT-START-DATE
                                           PIC 9(08).
           05  LT-END-DATE                 PIC X(08).
           05  LT-END-DATE-N REDEFINES LT-END-DATE
                                           PIC 9(08).
           05  LT-DAILY-CAP                PIC X(03).
           05  LT-DAILY-CAP-N REDEFINES LT-DAILY-CAP
                                           PIC 9(03).
           05  LT-REFERENCE                PIC X(12).
           05  FILLER                      PIC X(10).
