      *=================================================================
      *  JRNSTC.CPY
      *  COMMUNICATION AREA FOR THE CUST-JOURNAL SUBPROGRAM - EVERY
      *  PROGRAM THAT ADDS, CHANGES, DELETES OR RELOADS A CUSTOMER
      *  RECORD CALLS IT STRAIGHT AFTER THE MASTER UPDATE WITH THE
      *  RECORD IMAGE BEFORE AND AFTER (SPACES FOR NONE), AND IT
      *  APPENDS ONE RECORD TO THE CHANGE JOURNAL.  A RESULT OF
      *  "16" MEANS THE JOURNAL COULD NOT BE WRITTEN - THE MASTER
      *  UPDATE STANDS, AND THE CALLER ENDS WITH A WARNING.
      *=================================================================
       01  CUST-JOURNAL-PARM.
           05  JP-PROGRAM-NAME             PIC X(12).
           05  JP-OPERATOR-ID              PIC X(08).
           05  JP-BUSINESS-DATE            PIC 9(08).
           05  JP-ACTION                   PIC X(01).
               88  JP-ACTION-ADD                       VALUE "A".
               88  JP-ACTION-CHANGE                    VALUE "C".
               88  JP-ACTION-DELETE                    VALUE "D".
               88  JP-ACTION-RELOAD                    VALUE "R".
           05  JP-BEFORE-IMAGE             PIC X(60).
           05  JP-AFTER-IMAGE              PIC X(60).
           05  JP-RESULT                   PIC X(02).
               88  JP-RESULT-OK                        VALUE "00".
               88  JP-RESULT-FILE-ERROR                VALUE "16".
