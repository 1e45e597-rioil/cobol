           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-CALL-TIME pic 9(06).
               05 FILLER pic 9(02).
           COPY CALSTC.
       LINKAGE SECTION.
           COPY RUNSTC.
       PROCEDURE DIVISION USING RUN-STATUS-PARM.
      *  2000-REGISTER-START
      *  A CLEAN END ALREADY ON FILE FOR THIS DATE AND PROGRAM IS A
      *  DUPLICATE RUN - REFUSED.  AN UNFINISHED START IS A RESTART
      *  IN PROGRESS - ALLOWED, AND THE START IS RESTAMPED.  A
      *  START ON A NON-WORKING DAY IS REFUSED BEFORE ANYTHING IS
      *  RECORDED.
      *-----------------------------------------------------------
       2000-REGISTER-START.
           perform 2050-CHECK-BUSINESS-CALENDAR thru 2050-EXIT.
           if RC-RESULT-NON-WORKING then
               go to 2000-EXIT
           end-if.
           perform 5000-READ-STATUS-RECORD thru 5000-EXIT.
           evaluate true
               when WS-RECORD-FOUND and RS-RUN-ENDED
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2050-CHECK-BUSINESS-CALENDAR
      *  A NON-WORKING DAY WITHOUT A RUN OVERRIDE IS REFUSED.  THE
      *  CALENDAR BEING MISSING OR NOT YET LOADED FOR THE DATE
      *  MUST NOT STOP THE BATCH, SO THOSE ONLY WARN.
      *-----------------------------------------------------------
       2050-CHECK-BUSINESS-CALENDAR.
           move "C" to BP-FUNCTION-CODE.
           move RC-BUSINESS-DATE to BP-CALENDAR-DATE.
           call "bus-calendar" using BUSINESS-CALENDAR-PARM.
           evaluate true
               when BP-RESULT-FILE-ERROR
                   display "run-status: business calendar not "
                       "available - " RC-PROGRAM-NAME
                       " not checked" upon console
               when BP-RESULT-NOT-ON-CALENDAR
                   display "run-status: " RC-BUSINESS-DATE
                       " is not on the business calendar - load "
                       "the year with cal-maint" upon console
               when BP-WORKING-DAY
                   continue
               when BP-RUN-OVERRIDE
                   display "run-status: " RC-BUSINESS-DATE
                       " is a non-working day - run allowed by "
                       "calendar override" upon console
               when other
                   display "run-status: " RC-BUSINESS-DATE
                       " is a non-working day (" BP-DESCRIPTION
                       ") - " RC-PROGRAM-NAME " refused"
                       upon console
                   move "12" to RC-RESULT
           end-evaluate.
       2050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-REGISTER-END
      *  COMPLETE THE START RECORD WITH THE CALLER'S RETURN CODE
