      *                      voucher on the first dispense, so the
      *                      billing and the stock report can tell
      *                      free drinks from paid.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.  the voucher
      *                      expiry is moved off a closed day onto
      *                      the next working day on the calendar.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
           COPY CALSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           perform 1200-COMPUTE-EXPIRY-DATE thru 1200-EXIT.
           perform 1250-MOVE-EXPIRY-TO-WORKING thru 1250-EXIT.
           open input DOB-MASTER.
           if WS-DOB-STATUS not = "00" then
               display "DOB-MASTER open failed - status "
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "BIRTHDAY VOUCHER RUN" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "BDAY-VOUCHER refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
       1200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1250-MOVE-EXPIRY-TO-WORKING
      *  A MONTH END THAT FALLS ON A WEEKEND OR A SITE HOLIDAY
      *  WOULD EXPIRE THE VOUCHER ON A DAY THE CANTEEN IS CLOSED,
      *  SO THE EXPIRY MOVES OUT TO THE NEXT WORKING DAY ON THE
      *  BUSINESS CALENDAR.  NO CALENDAR FOR THE DATE LEAVES THE
      *  MONTH-END EXPIRY AS IT IS.
      *-----------------------------------------------------------
       1250-MOVE-EXPIRY-TO-WORKING.
           move "N" to BP-FUNCTION-CODE.
           move WS-EXPIRY-DATE to BP-CALENDAR-DATE.
           call "bus-calendar" using BUSINESS-CALENDAR-PARM.
           if not BP-RESULT-OK then
               display "Business calendar has no working day from "
                   WS-EXPIRY-DATE " - expiry left at month end"
                   upon console
               go to 1250-EXIT
           end-if.
           if BP-NEXT-WORKING-DATE not = WS-EXPIRY-DATE then
               display "Month end " WS-EXPIRY-DATE " is not a "
                   "working day - expiry moved to "
                   BP-NEXT-WORKING-DATE upon console
               move BP-NEXT-WORKING-DATE to WS-EXPIRY-DATE
           end-if.
       1250-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-PROCESS-PERSON
      *  ONE DOB-MASTER RECORD - A BIRTHDAY IN THE TARGET MONTH
