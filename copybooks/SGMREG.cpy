      *=================================================================
      *  SGMREG.CPY
      *  RECORD LAYOUT FOR THE INDEXED SIGMA-REQUESTER REGISTRY
      *  KEYED BY REQUESTER CODE - ONE RECORD PER TEAM ALLOWED TO
      *  SEND SIGMA REQUESTS, WITH THE COST CENTRE ITS CHARGES GO
      *  TO AND ITS MONTHLY REQUEST QUOTA (ZERO MEANS NO LIMIT).
      *  MAINTAINED BY REQ-MAINT.  SIGMA-EDIT KEEPS THE MONTH-TO-
      *  DATE ACCEPTED AND REJECTED COUNTS FOR THE QUOTA CHECK AND
      *  THE MONTH-END CHARGEBACK; THE COUNTS START AGAIN WHEN THE
      *  COUNT MONTH MOVES ON.  THE LAST EDIT DATE AND ITS DAY
      *  COUNTS LET A RERUN OF THE SAME BUSINESS DATE BACK THAT
      *  DAY OUT BEFORE COUNTING IT AGAIN.
      *=================================================================
       01  SIGMA-REQUESTER-RECORD.
           05  RG-REQUESTER-CODE           PIC X(04).
           05  RG-TEAM-NAME                PIC X(20).
           05  RG-COST-CENTRE              PIC X(06).
           05  RG-MONTHLY-QUOTA            PIC 9(05).
               88  RG-NO-QUOTA                         VALUE 0.
           05  RG-STATUS                   PIC X(01).
               88  RG-ACTIVE                           VALUE "A".
               88  RG-INACTIVE                         VALUE "I".
           05  RG-COUNT-MONTH              PIC 9(06).
           05  RG-MONTH-ACCEPTED           PIC 9(05).
           05  RG-MONTH-REJECTED           PIC 9(05).
           05  RG-LAST-EDIT-DATE           PIC 9(08).
           05  RG-DAY-ACCEPTED             PIC 9(05).
           05  RG-DAY-REJECTED             PIC 9(05).
           05  RG-LAST-CHANGED-DATE        PIC 9(08).
           05  FILLER                      PIC X(02).
