      *=================================================================
      *  DEPTMAP.CPY
      *  RECORD LAYOUT FOR THE DEPARTMENT MAPPING DECK READ BY
      *  DEPT-CONVERT - ONE CARD PER FREE-TEXT SPELLING FOUND ON
      *  CUSTOMER-MASTER THAT IS NEITHER A DEPARTMENT CODE NOR A
      *  DEPARTMENT DESCRIPTION, NAMING THE CODE IT BELONGS TO.
      *  THE SPELLING IS MATCHED WITHOUT REGARD TO CASE.  A CARD
      *  STARTING "*" IS A COMMENT.
      *=================================================================
       01  DEPARTMENT-MAPPING-RECORD.
           05  DA-FREE-TEXT                PIC X(20).
           05  DA-FREE-TEXT-LEAD REDEFINES DA-FREE-TEXT.
               10  DA-LEAD-CHARACTER       PIC X(01).
                   88  DA-COMMENT-CARD                 VALUE "*".
               10  FILLER                  PIC X(19).
           05  FILLER                      PIC X(02).
           05  DA-DEPT-CODE                PIC X(04).
           05  FILLER                      PIC X(54).
