      *=================================================================
      *  TILLDEC.CPY
      *  RECORD LAYOUT FOR THE TILL DECLARED-TAKINGS FILE READ BY
      *  TILL-CASHUP - ONE RECORD PER TILL PER CASH-UP, KEYED IN AT
      *  THE TILL WHEN IT IS EMPTIED, GIVING THE OPERATOR WHO
      *  CASHED IT UP AND THE CASH AND CARD TAKINGS THEY COUNTED.
      *  A TILL CASHED UP MORE THAN ONCE IN A DAY HAS ONE RECORD
      *  PER CASH-UP.
      *=================================================================
       01  TILL-DECLARATION-RECORD.
           05  TD-TILL-ID                  PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-DECLARED-CASH            PIC 9(06)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-DECLARED-CARD            PIC 9(06)V99.
