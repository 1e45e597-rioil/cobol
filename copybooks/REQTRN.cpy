      *=================================================================
      *  REQTRN.CPY
      *  RECORD LAYOUT FOR THE SIGMA-REQUESTER TRANSACTION FILE
      *  READ BY REQ-MAINT - ONE ADD/CHANGE/DEACTIVATE/REACTIVATE
      *  REQUEST PER RECORD, KEYED BY REQUESTER CODE.  ON A CHANGE
      *  A BLANK FIELD MEANS "LEAVE AS IS"; A QUOTA OF ZEROS MEANS
      *  NO MONTHLY LIMIT.
      *=================================================================
       01  REQUESTER-TRANSACTION-RECORD.
           05  QT-ACTION-CODE              PIC X(01).
               88  QT-ACTION-ADD                       VALUE "A".
               88  QT-ACTION-CHANGE                    VALUE "C".
               88  QT-ACTION-DEACTIVATE                VALUE "D".
               88  QT-ACTION-REACTIVATE                VALUE "R".
           05  QT-REQUESTER-CODE           PIC X(04).
           05  QT-TEAM-NAME                PIC X(20).
           05  QT-COST-CENTRE              PIC X(06).
           05  QT-MONTHLY-QUOTA            PIC X(05).
           05  QT-MONTHLY-QUOTA-N REDEFINES QT-MONTHLY-QUOTA
                                           PIC 9(05).
           05  FILLER                      PIC X(44).
