      *=================================================================
      *  CUSTJRN.CPY
      *  RECORD LAYOUT FOR THE CUSTOMER-MASTER CHANGE JOURNAL -
      *  ONE RECORD PER ADD, CHANGE, DELETE OR RELOAD OF A CUSTOMER
      *  RECORD, APPENDED BY CUST-JOURNAL FOR EVERY PROGRAM THAT
      *  UPDATES THE MASTER.  IT CARRIES THE FULL RECORD IMAGE
      *  BEFORE AND AFTER THE UPDATE (SPACES WHERE THERE WAS NO
      *  RECORD), WHO MADE IT AND WHEN, SO CUST-HISTORY CAN REBUILD
      *  A CUSTOMER AS IT STOOD ON ANY DATE.  THE FILE IS ONLY EVER
      *  EXTENDED, SO ITS ORDER IS TIME ORDER.  THE CONTROL RECORDS
      *  (KEYS 000000 AND 999999) ARE NOT JOURNALLED.
      *=================================================================
       01  CUST-JOURNAL-RECORD.
           05  JR-TIMESTAMP.
               10  JR-JOURNAL-DATE         PIC 9(08).
               10  JR-JOURNAL-TIME         PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  JR-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  JR-PROGRAM-NAME             PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  JR-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  JR-ACTION                   PIC X(01).
               88  JR-ACTION-ADD                       VALUE "A".
               88  JR-ACTION-CHANGE                    VALUE "C".
               88  JR-ACTION-DELETE                    VALUE "D".
               88  JR-ACTION-RELOAD                    VALUE "R".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  JR-CUSTOMER-ID              PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  JR-BEFORE-IMAGE             PIC X(60).
           05  JR-BEFORE-FIELDS REDEFINES JR-BEFORE-IMAGE.
               10  FILLER                  PIC X(06).
               10  JR-BEFORE-NAME          PIC X(30).
               10  JR-BEFORE-AGE           PIC X(03).
               10  JR-BEFORE-DRINK         PIC X(01).
               10  JR-BEFORE-DEPARTMENT    PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  JR-AFTER-IMAGE              PIC X(60).
           05  JR-AFTER-FIELDS REDEFINES JR-AFTER-IMAGE.
               10  FILLER                  PIC X(06).
               10  JR-AFTER-NAME           PIC X(30).
               10  JR-AFTER-AGE            PIC X(03).
               10  JR-AFTER-DRINK          PIC X(01).
               10  JR-AFTER-DEPARTMENT     PIC X(20).
