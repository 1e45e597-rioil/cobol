      *=================================================================
      *  DEPTTRN.CPY
      *  RECORD LAYOUT FOR THE DEPARTMENT TRANSACTION FILE READ BY
      *  DEPT-MAINT - ONE ADD/CHANGE/DEACTIVATE/REACTIVATE REQUEST
      *  PER RECORD, KEYED BY DEPARTMENT CODE.  ON A CHANGE A BLANK
      *  FIELD MEANS "LEAVE AS IS".
      *=================================================================
       01  DEPARTMENT-TRANSACTION-RECORD.
           05  DN-ACTION-CODE              PIC X(01).
               88  DN-ACTION-ADD                       VALUE "A".
               88  DN-ACTION-CHANGE                    VALUE "C".
               88  DN-ACTION-DEACTIVATE                VALUE "D".
               88  DN-ACTION-REACTIVATE                VALUE "R".
           05  DN-DEPT-CODE                PIC X(04).
           05  DN-DESCRIPTION              PIC X(20).
           05  DN-COST-CENTRE              PIC X(06).
           05  DN-MANAGER-ID               PIC X(06).
           05  DN-MANAGER-NAME             PIC X(30).
           05  FILLER                      PIC X(13).
