      *  RECORD PER COMPLETED CALCULATION, KEYED BY RUN-DATE AND A
      *  SEQUENCE NUMBER WITHIN THE DATE, SO A PRIOR RESULT CAN BE
      *  LOOKED UP LATER INSTEAD OF BEING LOST AT STOP RUN.
      *  THE REQUESTER CODE IS THE TEAM THE CALCULATION IS CHARGED
      *  TO AT MONTH END.  RECORDS WRITTEN BEFORE THE CODE EXISTED
      *  ARE ONLY 31 BYTES - THE CLUSTER TAKES 31 TO 35 - AND READ
      *  BACK SHORT, SO A PROGRAM THAT USES THE CODE MUST CLEAR IT
      *  BEFORE EACH READ.
      *=================================================================
       01  SIGMA-HISTORY-RECORD.
           05  SH-KEY.
           05  SH-NUM                        PIC 9(04).
           05  SH-RESULT                     PIC 9(08).
           05  SH-OPERATION                  PIC X(01).
           05  SH-REQUESTER-CODE             PIC X(04).
