      *  BATCH PROGRAM CALLS IT WITH FUNCTION "S" AFTER RESOLVING
      *  ITS OPERATOR AND BUSINESS DATE (A RESULT OF "08" MEANS A
      *  CLEAN RUN IS ALREADY ON FILE FOR THE DATE AND THE CALLER
      *  MUST REFUSE TO START; "12" MEANS THE BUSINESS CALENDAR HAS
      *  THE DATE AS A NON-WORKING DAY WITH NO RUN OVERRIDE AND THE
      *  CALLER MUST LIKEWISE REFUSE) AND WITH FUNCTION "E" AT
      *  TERMINATE, CARRYING ITS RETURN CODE AND KEY COUNT.
      *=================================================================
       01  RUN-STATUS-PARM.
           05  RC-FUNCTION-CODE            PIC X(01).
               88  RC-RESULT-OK                        VALUE "00".
               88  RC-RESULT-RESTART                   VALUE "04".
               88  RC-RESULT-DUPLICATE                 VALUE "08".
               88  RC-RESULT-NON-WORKING               VALUE "12".
               88  RC-RESULT-FILE-ERROR                VALUE "16".
