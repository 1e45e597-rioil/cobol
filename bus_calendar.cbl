       IDENTIFICATION DIVISION.
        PROGRAM-ID. bus-calendar.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the business-
      *                      calendar lookup.  every program simply
      *                      trusted the business date, and nothing
      *                      knew about weekends, site holidays or
      *                      which day is month-end.  run-status
      *                      CALLs this to refuse a start on a
      *                      non-working day, cal-maint to test for
      *                      month-end, and bday-voucher to move a
      *                      voucher expiry onto a working day.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CALENDAR-DATE
               FILE STATUS IS WS-CALMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.
       WORKING-STORAGE SECTION.
           77 WS-CALMAST-STATUS pic X(02) value "00".
           77 WS-CALENDAR-EOF-SWITCH pic X(01) value "N".
               88 WS-CALENDAR-EOF value "Y".
       LINKAGE SECTION.
           COPY CALSTC.
       PROCEDURE DIVISION USING BUSINESS-CALENDAR-PARM.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  ONE CALL - OPEN THE CALENDAR, ANSWER THE QUESTION, CLOSE
      *  AND RETURN.  THE FILE IS NEVER HELD OPEN BETWEEN CALLS, SO
      *  CAL-MAINT CAN RELOAD A YEAR WHILE NOTHING IS RUNNING.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           move "00" to BP-RESULT.
           move "N" to BP-WORKING-FLAG.
           move "N" to BP-MONTH-END-FLAG.
           move "N" to BP-YEAR-END-FLAG.
           move "N" to BP-OVERRIDE-FLAG.
           move spaces to BP-DESCRIPTION.
           move 0 to BP-NEXT-WORKING-DATE.
           if not BP-FUNCTION-CHECK and not BP-FUNCTION-NEXT-WORKING
               then
               display "bus-calendar: bad function code "
                   BP-FUNCTION-CODE upon console
               move "16" to BP-RESULT
               goback
           end-if.
           perform 1000-OPEN-CALENDAR thru 1000-EXIT.
           if not BP-RESULT-FILE-ERROR then
               evaluate true
                   when BP-FUNCTION-CHECK
                       perform 2000-CHECK-DATE thru 2000-EXIT
                   when BP-FUNCTION-NEXT-WORKING
                       perform 3000-FIND-NEXT-WORKING thru 3000-EXIT
               end-evaluate
               close BUSINESS-CALENDAR-FILE
           end-if.
           goback.

      *-----------------------------------------------------------
      *  1000-OPEN-CALENDAR
      *  READ ONLY - THE CALENDAR IS ONLY EVER BUILT BY CAL-MAINT.
      *-----------------------------------------------------------
       1000-OPEN-CALENDAR.
           open input BUSINESS-CALENDAR-FILE.
           if WS-CALMAST-STATUS not = "00" then
               display "bus-calendar: BUSINESS-CALENDAR-FILE open "
                   "failed - status " WS-CALMAST-STATUS upon console
               move "16" to BP-RESULT
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-CHECK-DATE
      *  RETURN THE FLAGS OF ONE DATE.
      *-----------------------------------------------------------
       2000-CHECK-DATE.
           move BP-CALENDAR-DATE to BC-CALENDAR-DATE.
           read BUSINESS-CALENDAR-FILE
               invalid key
                   move "04" to BP-RESULT
                   go to 2000-EXIT
           end-read.
           perform 2100-RETURN-FLAGS thru 2100-EXIT.
       2000-EXIT.
           exit.

       2100-RETURN-FLAGS.
           move BC-WORKING-FLAG to BP-WORKING-FLAG.
           move BC-MONTH-END-FLAG to BP-MONTH-END-FLAG.
           move BC-YEAR-END-FLAG to BP-YEAR-END-FLAG.
           move BC-OVERRIDE-FLAG to BP-OVERRIDE-FLAG.
           move BC-DESCRIPTION to BP-DESCRIPTION.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-FIND-NEXT-WORKING
      *  THE FIRST WORKING DAY ON OR AFTER THE DATE - THE DATE
      *  ITSELF WHEN IT IS A WORKING DAY.  RUNNING OFF THE END OF
      *  THE LOADED CALENDAR ANSWERS "04" WITH NO DATE.
      *-----------------------------------------------------------
       3000-FIND-NEXT-WORKING.
           move "N" to WS-CALENDAR-EOF-SWITCH.
           move BP-CALENDAR-DATE to BC-CALENDAR-DATE.
           start BUSINESS-CALENDAR-FILE
               key is not less than BC-CALENDAR-DATE
               invalid key
                   move "04" to BP-RESULT
                   go to 3000-EXIT
           end-start.
           perform 3100-READ-NEXT-DAY thru 3100-EXIT.
           perform 3100-READ-NEXT-DAY thru 3100-EXIT
               until WS-CALENDAR-EOF or BC-WORKING-DAY.
           if WS-CALENDAR-EOF then
               move "04" to BP-RESULT
               go to 3000-EXIT
           end-if.
           move BC-CALENDAR-DATE to BP-NEXT-WORKING-DATE.
           perform 2100-RETURN-FLAGS thru 2100-EXIT.
       3000-EXIT.
           exit.

       3100-READ-NEXT-DAY.
           read BUSINESS-CALENDAR-FILE next record
               at end
                   move "Y" to WS-CALENDAR-EOF-SWITCH
           end-read.
       3100-EXIT.
           exit.
