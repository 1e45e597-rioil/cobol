      *=================================================================
      *  DEPTMST.CPY
      *  RECORD LAYOUT FOR THE INDEXED DEPARTMENT MASTER KEYED BY
      *  DEPARTMENT CODE - ONE RECORD PER DEPARTMENT A CUSTOMER CAN
      *  BELONG TO, WITH ITS DESCRIPTION, THE COST CENTRE IT BOOKS
      *  TO AND THE MANAGER ITS OPEN EXCEPTIONS ARE SENT TO.
      *  MAINTAINED BY DEPT-MAINT.  CM-DEPARTMENT CARRIES THE CODE,
      *  LEFT-JUSTIFIED.  THE HR ROSTER MAY SEND EITHER THE CODE OR
      *  THE DESCRIPTION IN ER-DEPARTMENT, SO THE DESCRIPTION MUST
      *  BE UNIQUE - DEPT-LOOKUP ANSWERS TO BOTH.  AN
      *  INACTIVE DEPARTMENT STAYS ON FILE FOR REPORTING BUT NO
      *  CUSTOMER CAN BE ENROLLED OR MOVED INTO IT.
      *=================================================================
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE                PIC X(04).
           05  DM-DESCRIPTION              PIC X(20).
           05  DM-COST-CENTRE              PIC X(06).
           05  DM-MANAGER-ID               PIC X(06).
           05  DM-MANAGER-NAME             PIC X(30).
           05  DM-STATUS                   PIC X(01).
               88  DM-ACTIVE                           VALUE "A".
               88  DM-INACTIVE                         VALUE "I".
           05  DM-LAST-CHANGED-DATE        PIC 9(08).
           05  FILLER                      PIC X(05).
