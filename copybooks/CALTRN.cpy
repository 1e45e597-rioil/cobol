      *=================================================================
      *  CALTRN.CPY
      *  CARD LAYOUT FOR THE SITE CALENDAR DECK READ BY CAL-MAINT
      *  WHEN IT LOADS A YEAR - ONE CARD PER DATE THAT DIFFERS
      *  FROM THE PLAIN MONDAY-TO-FRIDAY WEEK: H MAKES THE DATE A
      *  NON-WORKING DAY (A SITE HOLIDAY), W MAKES IT A WORKING DAY
      *  (A WEEKEND THE CANTEEN OPENS), AND O LEAVES IT AS IT IS BUT
      *  LETS THE BATCH RUN ON IT.  CARDS FOR OTHER YEARS ARE
      *  PASSED OVER, SO ONE STANDING DECK SERVES EVERY YEAR.  AN
      *  ASTERISK IN COLUMN 1 MAKES A COMMENT CARD.
      *=================================================================
       01  CALENDAR-TRANSACTION-RECORD.
           05  BT-CALENDAR-DATE            PIC X(08).
           05  BT-CALENDAR-DATE-N REDEFINES BT-CALENDAR-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(02).
           05  BT-ACTION-CODE              PIC X(01).
               88  BT-ACTION-HOLIDAY                   VALUE "H".
               88  BT-ACTION-WORKING                   VALUE "W".
               88  BT-ACTION-OVERRIDE                  VALUE "O".
           05  FILLER                      PIC X(02).
           05  BT-DESCRIPTION              PIC X(20).
           05  FILLER                      PIC X(47).
