       IDENTIFICATION DIVISION.
        PROGRAM-ID. cal-maint.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - maintains the
      *                      business calendar.  function L loads
      *                      one year: every date Monday to Friday
      *                      is a working day and every weekend
      *                      date is not, the standing site deck
      *                      then marks the holidays, the weekends
      *                      the canteen opens and the dates the
      *                      batch may run on regardless, and the
      *                      last working day of each month (and of
      *                      the year) is flagged month-end (year-
      *                      end).  reloading a year replaces it.
      *                      function M tests the business date for
      *                      month-end so the nightly stream can
      *                      start the month-end steps itself.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CALENDAR-TRANSACTION-FILE ASSIGN TO "CALTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALTRN-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-CALENDAR-DATE
               FILE STATUS IS WS-CALMAST-STATUS.
           SELECT CALENDAR-REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  CALENDAR-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY CALTRN.
        FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.
        FD  CALENDAR-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  CALENDAR-REPORT-LINE           PIC X(132).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-CALTRN-STATUS pic X(02) value "00".
           77 WS-CALMAST-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-CALTRN-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-CALTRN value "Y".
           77 WS-MONTH-END-FOUND-SWITCH pic X(01) value "N".
               88 WS-MONTH-END-FOUND value "Y".
           77 WS-REJECT-HEADING-SWITCH pic X(01) value "N".
               88 WS-REJECT-HEADING-DONE value "Y".
           77 WS-FUNCTION-CODE pic X(01) value spaces.
               88 WS-FUNCTION-LOAD value "L".
               88 WS-FUNCTION-MONTH-END-TEST value "M".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-LOAD-YEAR pic 9(04) value 0.
           77 WS-RETURN-CODE pic 9(02) value 0.
           77 WS-DAYS-ADDED pic 9(05) value 0.
           77 WS-DAYS-REPLACED pic 9(05) value 0.
           77 WS-WORKING-DAYS pic 9(05) value 0.
           77 WS-NON-WORKING-DAYS pic 9(05) value 0.
           77 WS-CARDS-APPLIED pic 9(05) value 0.
           77 WS-CARDS-OTHER-YEAR pic 9(05) value 0.
           77 WS-CARDS-REJECTED pic 9(05) value 0.
           77 WS-DAY-COUNT pic 9(04) comp value 0.
           77 WS-DAY-SUB pic 9(04) comp value 0.
           77 WS-SCAN-SUB pic 9(04) comp value 0.
           77 WS-MONTH-SUB pic 9(04) comp value 0.
           77 WS-DAY-OF-MONTH pic 9(04) comp value 0.
           77 WS-CURRENT-DOW pic 9(01) value 0.
           77 WS-PRIOR-YEAR pic 9(04) value 0.
           77 WS-QUOTIENT pic 9(06) value 0.
           77 WS-REMAINDER-4 pic 9(04) value 0.
           77 WS-REMAINDER-100 pic 9(04) value 0.
           77 WS-REMAINDER-400 pic 9(04) value 0.
           77 WS-DOW-WORK pic 9(06) value 0.
           77 WS-REJECT-REASON pic X(20) value spaces.
           01 WS-YEAR-CARD pic X(04).
           01 WS-YEAR-CARD-N redefines WS-YEAR-CARD pic 9(04).
           01 WS-BUILD-DATE pic 9(08) value 0.
           01 WS-BUILD-DATE-FIELDS redefines WS-BUILD-DATE.
               05 WS-BD-YEAR pic 9(04).
               05 WS-BD-MONTH pic 9(02).
               05 WS-BD-DAY pic 9(02).
           01 WS-CARD-DATE pic 9(08) value 0.
           01 WS-CARD-DATE-FIELDS redefines WS-CARD-DATE.
               05 WS-CD-YEAR pic 9(04).
               05 WS-CD-MONTH pic 9(02).
               05 WS-CD-DAY pic 9(02).
      *    DAYS IN EACH MONTH - FEBRUARY IS SET FOR THE YEAR BEING
      *    LOADED BEFORE THE YEAR IS BUILT.
           01 WS-MONTH-LENGTH-VALUES pic X(24) value
               "312831303130313130313031".
           01 WS-MONTH-LENGTH-TABLE redefines WS-MONTH-LENGTH-VALUES.
               05 WS-MONTH-LENGTH pic 9(02) occurs 12 times.
           01 WS-DAY-NAME-VALUES pic X(21) value
               "MONTUEWEDTHUFRISATSUN".
           01 WS-DAY-NAME-TABLE redefines WS-DAY-NAME-VALUES.
               05 WS-DAY-NAME pic X(03) occurs 7 times.
      *    WHERE EACH MONTH SITS IN THE DAY TABLE, AND WHAT ITS
      *    MONTH-END CAME OUT AS.
           01 WS-MONTH-RANGE-TABLE.
               05 WS-MONTH-RANGE occurs 12 times.
                   10 WS-MR-FIRST-SUB pic 9(04) comp.
                   10 WS-MR-LAST-SUB pic 9(04) comp.
                   10 WS-MR-WORKING-DAYS pic 9(04) comp.
                   10 WS-MR-MONTH-END-DATE pic 9(08).
      *    ONE ENTRY PER DATE OF THE YEAR BEING LOADED, BUILT IN
      *    FULL BEFORE ANYTHING IS WRITTEN TO THE CALENDAR FILE.
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY occurs 366 times.
                   10 WS-DY-DATE pic 9(08).
                   10 WS-DY-DOW pic 9(01).
                   10 WS-DY-WORKING pic X(01).
                       88 WS-DY-WORKING-DAY value "Y".
                   10 WS-DY-MONTH-END pic X(01).
                   10 WS-DY-YEAR-END pic X(01).
                   10 WS-DY-OVERRIDE pic X(01).
                   10 WS-DY-DESCRIPTION pic X(20).
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(30) value "BUSINESS CALENDAR LOAD".
               05 FILLER pic X(05) value "YEAR".
               05 WS-H1-YEAR pic 9(04).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(09) value "RUN DATE".
               05 WS-H1-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(09) value "OPERATOR".
               05 WS-H1-OPERATOR pic X(08).
               05 FILLER pic X(50) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value "SITE DECK CARDS REJECTED".
               05 FILLER pic X(91) value spaces.
           01 WS-REJECT-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-RL-CARD pic X(33).
               05 FILLER pic X(04) value spaces.
               05 WS-RL-REASON pic X(20).
               05 FILLER pic X(74) value spaces.
           01 WS-HEADING-3.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(10) value "DATE".
               05 FILLER pic X(05) value "DAY".
               05 FILLER pic X(09) value "WORKING".
               05 FILLER pic X(11) value "MONTH-END".
               05 FILLER pic X(10) value "YEAR-END".
               05 FILLER pic X(10) value "OVERRIDE".
               05 FILLER pic X(20) value "DESCRIPTION".
               05 FILLER pic X(56) value spaces.
           01 WS-DAY-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-DATE pic 9(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DAY pic X(03).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-WORKING pic X(01).
               05 FILLER pic X(08) value spaces.
               05 WS-DL-MONTH-END pic X(01).
               05 FILLER pic X(10) value spaces.
               05 WS-DL-YEAR-END pic X(01).
               05 FILLER pic X(09) value spaces.
               05 WS-DL-OVERRIDE pic X(01).
               05 FILLER pic X(09) value spaces.
               05 WS-DL-DESCRIPTION pic X(20).
               05 FILLER pic X(56) value spaces.
           01 WS-HEADING-4.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(08) value "MONTH".
               05 FILLER pic X(14) value "WORKING DAYS".
               05 FILLER pic X(12) value "MONTH-END".
               05 FILLER pic X(97) value spaces.
           01 WS-MONTH-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-ML-YEAR pic 9(04).
               05 FILLER pic X(01) value "/".
               05 WS-ML-MONTH pic 9(02).
               05 FILLER pic X(10) value spaces.
               05 WS-ML-WORKING-DAYS pic ZZ9.
               05 FILLER pic X(02) value spaces.
               05 WS-ML-MONTH-END pic 9(08).
               05 FILLER pic X(101) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-TL-LABEL pic X(30).
               05 WS-TL-COUNT pic ZZZZ9.
               05 FILLER pic X(96) value spaces.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
           COPY CALSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  A LOAD BUILDS THE WHOLE YEAR IN THE DAY TABLE, APPLIES THE
      *  SITE DECK, MARKS THE MONTH-ENDS, THEN WRITES AND LISTS IT.
      *  A MONTH-END TEST ONLY LOOKS UP THE BUSINESS DATE.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           if WS-FUNCTION-MONTH-END-TEST then
               perform 5000-TEST-MONTH-END thru 5000-EXIT
           else
               perform 2000-BUILD-YEAR thru 2000-EXIT
               perform 3000-APPLY-SITE-DECK thru 3000-EXIT
               perform 4000-MARK-MONTH-ENDS thru 4000-EXIT
               perform 6000-WRITE-CALENDAR thru 6000-EXIT
               perform 7000-PRINT-CALENDAR thru 7000-EXIT
           end-if.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, FUNCTION CODE (L OR M), AND FOR A LOAD
      *  THE YEAR (YYYY).  THE CALENDAR FILE IS CREATED BY THE VERY
      *  FIRST LOAD.  THIS PROGRAM DOES NOT REGISTER ON THE RUN-
      *  STATUS FILE - THE CALENDAR HAS TO BE MAINTAINABLE ON ANY
      *  DAY, AND THE MONTH-END TEST RUNS EVERY NIGHT.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           display "Function (L = load year, M = month-end test)?"
               upon console.
           accept WS-FUNCTION-CODE from console.
           if WS-FUNCTION-LOAD then
               display "Calendar year (YYYY)?" upon console
               accept WS-YEAR-CARD from console
           end-if.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           if not WS-FUNCTION-LOAD
               and not WS-FUNCTION-MONTH-END-TEST then
               display "Function must be L or M" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           if WS-FUNCTION-MONTH-END-TEST then
               go to 1000-EXIT
           end-if.
           if WS-YEAR-CARD is not numeric
               or WS-YEAR-CARD-N < 1900 then
               display "Calendar year must be a valid YYYY"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-YEAR-CARD-N to WS-LOAD-YEAR.
           open i-o BUSINESS-CALENDAR-FILE.
           if WS-CALMAST-STATUS = "35" then
               open output BUSINESS-CALENDAR-FILE
               close BUSINESS-CALENDAR-FILE
               open i-o BUSINESS-CALENDAR-FILE
           end-if.
           if WS-CALMAST-STATUS not = "00" then
               display "BUSINESS-CALENDAR open failed - status "
                   WS-CALMAST-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open input CALENDAR-TRANSACTION-FILE.
           if WS-CALTRN-STATUS not = "00" then
               display "No site calendar deck - weekends only"
                   upon console
               move "Y" to WS-CALTRN-EOF-SWITCH
           end-if.
           open output CALENDAR-REPORT-FILE.
           move WS-LOAD-YEAR to WS-H1-YEAR.
           move WS-TODAY-DATE to WS-H1-DATE.
           move WS-OPERATOR-ID to WS-H1-OPERATOR.
           write CALENDAR-REPORT-LINE from WS-HEADING-1
               after advancing page.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "CAL-MAINT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           if WS-FUNCTION-LOAD then
               move spaces to AL-KEY-INPUT
               string "CALENDAR LOAD " delimited by size
                   WS-YEAR-CARD delimited by size
                   into AL-KEY-INPUT
           else
               move "MONTH-END TEST" to AL-KEY-INPUT
           end-if.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE MONTH-END TEST IS MADE AGAINST THE BUSINESS DATE -
      *  USUALLY TODAY, BUT A PRIOR-DATE RERUN SETS THE OVERRIDE
      *  ON THE RUN-CONTROL FILE.
      *-----------------------------------------------------------
       1080-READ-RUN-CONTROL.
           accept WS-TODAY-DATE from date YYYYMMDD.
           open input RUN-CONTROL-FILE.
           if WS-RUNCTL-STATUS = "00" then
               read RUN-CONTROL-FILE
                   at end
                       continue
                   not at end
                       if RP-BUSINESS-DATE is numeric
                           and RP-BUSINESS-DATE > 0
                           move RP-BUSINESS-DATE to WS-TODAY-DATE
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               display "Run-control file not available - calendar "
                   "date in effect" upon console
           end-if.
           display "Business date in effect: " WS-TODAY-DATE
               upon console.
       1080-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-BUILD-YEAR
      *  ONE DAY-TABLE ENTRY PER DATE OF THE YEAR.  FEBRUARY TAKES
      *  THE LEAP-YEAR RULE, AND THE DAY OF THE WEEK OF 1 JANUARY
      *  COMES FROM GAUSS'S RULE (0 = SUNDAY), TURNED ROUND SO THAT
      *  1 IS MONDAY AND 7 IS SUNDAY.
      *-----------------------------------------------------------
       2000-BUILD-YEAR.
           move 28 to WS-MONTH-LENGTH(2).
           divide WS-LOAD-YEAR by 4
               giving WS-QUOTIENT remainder WS-REMAINDER-4.
           divide WS-LOAD-YEAR by 100
               giving WS-QUOTIENT remainder WS-REMAINDER-100.
           divide WS-LOAD-YEAR by 400
               giving WS-QUOTIENT remainder WS-REMAINDER-400.
           if WS-REMAINDER-4 = 0 then
               if WS-REMAINDER-100 not = 0
                   or WS-REMAINDER-400 = 0 then
                   move 29 to WS-MONTH-LENGTH(2)
               end-if
           end-if.
           compute WS-PRIOR-YEAR = WS-LOAD-YEAR - 1.
           divide WS-PRIOR-YEAR by 4
               giving WS-QUOTIENT remainder WS-REMAINDER-4.
           divide WS-PRIOR-YEAR by 100
               giving WS-QUOTIENT remainder WS-REMAINDER-100.
           divide WS-PRIOR-YEAR by 400
               giving WS-QUOTIENT remainder WS-REMAINDER-400.
           compute WS-DOW-WORK = 1 + (5 * WS-REMAINDER-4)
               + (4 * WS-REMAINDER-100) + (6 * WS-REMAINDER-400).
           divide WS-DOW-WORK by 7
               giving WS-QUOTIENT remainder WS-CURRENT-DOW.
           if WS-CURRENT-DOW = 0 then
               move 7 to WS-CURRENT-DOW
           end-if.
           move 0 to WS-DAY-COUNT.
           perform 2100-BUILD-ONE-MONTH thru 2100-EXIT
               varying WS-MONTH-SUB from 1 by 1
               until WS-MONTH-SUB > 12.
           display "Days in year:      " WS-DAY-COUNT upon console.
       2000-EXIT.
           exit.

       2100-BUILD-ONE-MONTH.
           compute WS-MR-FIRST-SUB(WS-MONTH-SUB) = WS-DAY-COUNT + 1.
           perform 2110-BUILD-ONE-DAY thru 2110-EXIT
               varying WS-DAY-OF-MONTH from 1 by 1
               until WS-DAY-OF-MONTH > WS-MONTH-LENGTH(WS-MONTH-SUB).
           move WS-DAY-COUNT to WS-MR-LAST-SUB(WS-MONTH-SUB).
           move 0 to WS-MR-WORKING-DAYS(WS-MONTH-SUB).
           move 0 to WS-MR-MONTH-END-DATE(WS-MONTH-SUB).
       2100-EXIT.
           exit.

       2110-BUILD-ONE-DAY.
           add 1 to WS-DAY-COUNT.
           move WS-LOAD-YEAR to WS-BD-YEAR.
           move WS-MONTH-SUB to WS-BD-MONTH.
           move WS-DAY-OF-MONTH to WS-BD-DAY.
           move WS-BUILD-DATE to WS-DY-DATE(WS-DAY-COUNT).
           move WS-CURRENT-DOW to WS-DY-DOW(WS-DAY-COUNT).
           if WS-CURRENT-DOW > 5 then
               move "N" to WS-DY-WORKING(WS-DAY-COUNT)
               move "WEEKEND" to WS-DY-DESCRIPTION(WS-DAY-COUNT)
           else
               move "Y" to WS-DY-WORKING(WS-DAY-COUNT)
               move spaces to WS-DY-DESCRIPTION(WS-DAY-COUNT)
           end-if.
           move "N" to WS-DY-MONTH-END(WS-DAY-COUNT).
           move "N" to WS-DY-YEAR-END(WS-DAY-COUNT).
           move "N" to WS-DY-OVERRIDE(WS-DAY-COUNT).
           if WS-CURRENT-DOW = 7 then
               move 1 to WS-CURRENT-DOW
           else
               add 1 to WS-CURRENT-DOW
           end-if.
       2110-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-APPLY-SITE-DECK
      *  ONE PASS OF THE STANDING SITE DECK.  ONLY CARDS FOR THE
      *  YEAR BEING LOADED ARE APPLIED; A BAD CARD IS LISTED ON
      *  THE REPORT AND THE LOAD ENDS RC=4.
      *-----------------------------------------------------------
       3000-APPLY-SITE-DECK.
           if not WS-EOF-CALTRN then
               perform 3900-READ-CALENDAR-CARD thru 3900-EXIT
           end-if.
           perform 3100-APPLY-ONE-CARD thru 3100-EXIT
               until WS-EOF-CALTRN.
       3000-EXIT.
           exit.

       3100-APPLY-ONE-CARD.
           if BT-CALENDAR-DATE = spaces
               or BT-CALENDAR-DATE(1:1) = "*" then
               perform 3900-READ-CALENDAR-CARD thru 3900-EXIT
               go to 3100-EXIT
           end-if.
           if BT-CALENDAR-DATE is not numeric then
               move "BAD DATE" to WS-REJECT-REASON
               perform 3800-REJECT-CARD thru 3800-EXIT
               go to 3100-EXIT
           end-if.
           move BT-CALENDAR-DATE-N to WS-CARD-DATE.
           if WS-CD-YEAR not = WS-LOAD-YEAR then
               add 1 to WS-CARDS-OTHER-YEAR
               perform 3900-READ-CALENDAR-CARD thru 3900-EXIT
               go to 3100-EXIT
           end-if.
           if WS-CD-MONTH < 1 or WS-CD-MONTH > 12 then
               move "BAD DATE" to WS-REJECT-REASON
               perform 3800-REJECT-CARD thru 3800-EXIT
               go to 3100-EXIT
           end-if.
           if WS-CD-DAY < 1
               or WS-CD-DAY > WS-MONTH-LENGTH(WS-CD-MONTH) then
               move "BAD DATE" to WS-REJECT-REASON
               perform 3800-REJECT-CARD thru 3800-EXIT
               go to 3100-EXIT
           end-if.
           compute WS-DAY-SUB =
               WS-MR-FIRST-SUB(WS-CD-MONTH) + WS-CD-DAY - 1.
           evaluate true
               when BT-ACTION-HOLIDAY
                   move "N" to WS-DY-WORKING(WS-DAY-SUB)
                   if BT-DESCRIPTION = spaces then
                       move "SITE HOLIDAY"
                           to WS-DY-DESCRIPTION(WS-DAY-SUB)
                   else
                       move BT-DESCRIPTION
                           to WS-DY-DESCRIPTION(WS-DAY-SUB)
                   end-if
               when BT-ACTION-WORKING
                   move "Y" to WS-DY-WORKING(WS-DAY-SUB)
                   if BT-DESCRIPTION = spaces then
                       move "OPEN FOR BUSINESS"
                           to WS-DY-DESCRIPTION(WS-DAY-SUB)
                   else
                       move BT-DESCRIPTION
                           to WS-DY-DESCRIPTION(WS-DAY-SUB)
                   end-if
               when BT-ACTION-OVERRIDE
                   move "Y" to WS-DY-OVERRIDE(WS-DAY-SUB)
                   if BT-DESCRIPTION not = spaces then
                       move BT-DESCRIPTION
                           to WS-DY-DESCRIPTION(WS-DAY-SUB)
                   end-if
               when other
                   move "BAD ACTION CODE" to WS-REJECT-REASON
                   perform 3800-REJECT-CARD thru 3800-EXIT
                   go to 3100-EXIT
           end-evaluate.
           add 1 to WS-CARDS-APPLIED.
           perform 3900-READ-CALENDAR-CARD thru 3900-EXIT.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3800-REJECT-CARD
      *  LIST THE CARD AND WHY, UNDER A HEADING PRINTED ONCE, AND
      *  MOVE ON TO THE NEXT CARD.
      *-----------------------------------------------------------
       3800-REJECT-CARD.
           if not WS-REJECT-HEADING-DONE then
               write CALENDAR-REPORT-LINE from WS-HEADING-2
                   after advancing 2 lines
               move "Y" to WS-REJECT-HEADING-SWITCH
           end-if.
           move CALENDAR-TRANSACTION-RECORD(1:33) to WS-RL-CARD.
           move WS-REJECT-REASON to WS-RL-REASON.
           write CALENDAR-REPORT-LINE from WS-REJECT-LINE
               after advancing 1 line.
           add 1 to WS-CARDS-REJECTED.
           move 4 to WS-RETURN-CODE.
           perform 3900-READ-CALENDAR-CARD thru 3900-EXIT.
       3800-EXIT.
           exit.

       3900-READ-CALENDAR-CARD.
           read CALENDAR-TRANSACTION-FILE
               at end
                   move "Y" to WS-CALTRN-EOF-SWITCH
           end-read.
       3900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-MARK-MONTH-ENDS
      *  THE MONTH-END OF EACH MONTH IS ITS LAST WORKING DAY, AND
      *  DECEMBER'S IS THE YEAR-END AS WELL.  A RUN OVERRIDE DOES
      *  NOT MAKE A CLOSED DAY A MONTH-END.
      *-----------------------------------------------------------
       4000-MARK-MONTH-ENDS.
           perform 4100-MARK-ONE-MONTH thru 4100-EXIT
               varying WS-MONTH-SUB from 1 by 1
               until WS-MONTH-SUB > 12.
       4000-EXIT.
           exit.

       4100-MARK-ONE-MONTH.
           perform 4110-COUNT-ONE-DAY thru 4110-EXIT
               varying WS-SCAN-SUB
               from WS-MR-FIRST-SUB(WS-MONTH-SUB) by 1
               until WS-SCAN-SUB > WS-MR-LAST-SUB(WS-MONTH-SUB).
           move "N" to WS-MONTH-END-FOUND-SWITCH.
           perform 4120-TRY-MONTH-END thru 4120-EXIT
               varying WS-SCAN-SUB
               from WS-MR-LAST-SUB(WS-MONTH-SUB) by -1
               until WS-SCAN-SUB < WS-MR-FIRST-SUB(WS-MONTH-SUB)
                   or WS-MONTH-END-FOUND.
           if not WS-MONTH-END-FOUND then
               display "No working day in month " WS-MONTH-SUB
                   " - no month-end set" upon console
               move 4 to WS-RETURN-CODE
           end-if.
       4100-EXIT.
           exit.

       4110-COUNT-ONE-DAY.
           if WS-DY-WORKING-DAY(WS-SCAN-SUB) then
               add 1 to WS-MR-WORKING-DAYS(WS-MONTH-SUB)
               add 1 to WS-WORKING-DAYS
           else
               add 1 to WS-NON-WORKING-DAYS
           end-if.
       4110-EXIT.
           exit.

       4120-TRY-MONTH-END.
           if WS-DY-WORKING-DAY(WS-SCAN-SUB) then
               move "Y" to WS-DY-MONTH-END(WS-SCAN-SUB)
               if WS-MONTH-SUB = 12 then
                   move "Y" to WS-DY-YEAR-END(WS-SCAN-SUB)
               end-if
               move WS-DY-DATE(WS-SCAN-SUB)
                   to WS-MR-MONTH-END-DATE(WS-MONTH-SUB)
               move "Y" to WS-MONTH-END-FOUND-SWITCH
           end-if.
       4120-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-TEST-MONTH-END
      *  RC=0 WHEN THE BUSINESS DATE IS A MONTH-END, SO THE
      *  NIGHTLY MONTH-END STEPS RUN ONLY ON A ZERO FROM THIS STEP;
      *  RC=4 ON ANY OTHER DAY; RC=8 WHEN THE DATE IS NOT ON THE
      *  CALENDAR, SO NOTHING RUNS ON A GUESS.
      *-----------------------------------------------------------
       5000-TEST-MONTH-END.
           move "C" to BP-FUNCTION-CODE.
           move WS-TODAY-DATE to BP-CALENDAR-DATE.
           call "bus-calendar" using BUSINESS-CALENDAR-PARM.
           evaluate true
               when not BP-RESULT-OK
                   display "Business date " WS-TODAY-DATE
                       " is not on the business calendar - "
                       "month-end steps not started" upon console
                   move 8 to WS-RETURN-CODE
               when BP-MONTH-END
                   display "Business date " WS-TODAY-DATE
                       " is month-end - month-end steps will run"
                       upon console
                   if BP-YEAR-END then
                       display "Business date " WS-TODAY-DATE
                           " is also year-end" upon console
                   end-if
                   move 0 to WS-RETURN-CODE
               when other
                   display "Business date " WS-TODAY-DATE
                       " is not month-end" upon console
                   move 4 to WS-RETURN-CODE
           end-evaluate.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  6000-WRITE-CALENDAR
      *  EVERY DATE OF THE YEAR IS WRITTEN, OR REWRITTEN WHEN THE
      *  YEAR IS BEING RELOADED.
      *-----------------------------------------------------------
       6000-WRITE-CALENDAR.
           perform 6100-WRITE-ONE-DAY thru 6100-EXIT
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-DAY-COUNT.
       6000-EXIT.
           exit.

       6100-WRITE-ONE-DAY.
           move spaces to BUSINESS-CALENDAR-RECORD.
           move WS-DY-DATE(WS-DAY-SUB) to BC-CALENDAR-DATE.
           move WS-DY-DOW(WS-DAY-SUB) to BC-DAY-OF-WEEK.
           move WS-DY-WORKING(WS-DAY-SUB) to BC-WORKING-FLAG.
           move WS-DY-MONTH-END(WS-DAY-SUB) to BC-MONTH-END-FLAG.
           move WS-DY-YEAR-END(WS-DAY-SUB) to BC-YEAR-END-FLAG.
           move WS-DY-OVERRIDE(WS-DAY-SUB) to BC-OVERRIDE-FLAG.
           move WS-DY-DESCRIPTION(WS-DAY-SUB) to BC-DESCRIPTION.
           move WS-TODAY-DATE to BC-LOADED-DATE.
           move WS-OPERATOR-ID to BC-LOADED-BY.
           write BUSINESS-CALENDAR-RECORD
               invalid key
                   rewrite BUSINESS-CALENDAR-RECORD
                       invalid key
                           display "Calendar rewrite failed for "
                               BC-CALENDAR-DATE upon console
                           move 16 to WS-RETURN-CODE
                       not invalid key
                           add 1 to WS-DAYS-REPLACED
                   end-rewrite
               not invalid key
                   add 1 to WS-DAYS-ADDED
           end-write.
       6100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7000-PRINT-CALENDAR
      *  EVERY DATE THAT IS NOT AN ORDINARY WEEKDAY OR WEEKEND - A
      *  HOLIDAY, AN OPENED WEEKEND, A RUN OVERRIDE OR A MONTH-END -
      *  THEN THE MONTH SUMMARY AND THE LOAD TOTALS.
      *-----------------------------------------------------------
       7000-PRINT-CALENDAR.
           write CALENDAR-REPORT-LINE from WS-HEADING-3
               after advancing 2 lines.
           perform 7100-PRINT-ONE-DAY thru 7100-EXIT
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-DAY-COUNT.
           write CALENDAR-REPORT-LINE from WS-HEADING-4
               after advancing 2 lines.
           perform 7200-PRINT-ONE-MONTH thru 7200-EXIT
               varying WS-MONTH-SUB from 1 by 1
               until WS-MONTH-SUB > 12.
           perform 7300-PRINT-TOTALS thru 7300-EXIT.
       7000-EXIT.
           exit.

       7100-PRINT-ONE-DAY.
           if WS-DY-DOW(WS-DAY-SUB) > 5
               and not WS-DY-WORKING-DAY(WS-DAY-SUB)
               and WS-DY-OVERRIDE(WS-DAY-SUB) = "N" then
               go to 7100-EXIT
           end-if.
           if WS-DY-DOW(WS-DAY-SUB) not > 5
               and WS-DY-WORKING-DAY(WS-DAY-SUB)
               and WS-DY-OVERRIDE(WS-DAY-SUB) = "N"
               and WS-DY-MONTH-END(WS-DAY-SUB) = "N" then
               go to 7100-EXIT
           end-if.
           move WS-DY-DATE(WS-DAY-SUB) to WS-DL-DATE.
           move WS-DAY-NAME(WS-DY-DOW(WS-DAY-SUB)) to WS-DL-DAY.
           move WS-DY-WORKING(WS-DAY-SUB) to WS-DL-WORKING.
           move WS-DY-MONTH-END(WS-DAY-SUB) to WS-DL-MONTH-END.
           move WS-DY-YEAR-END(WS-DAY-SUB) to WS-DL-YEAR-END.
           move WS-DY-OVERRIDE(WS-DAY-SUB) to WS-DL-OVERRIDE.
           move WS-DY-DESCRIPTION(WS-DAY-SUB) to WS-DL-DESCRIPTION.
           write CALENDAR-REPORT-LINE from WS-DAY-LINE
               after advancing 1 line.
       7100-EXIT.
           exit.

       7200-PRINT-ONE-MONTH.
           move WS-LOAD-YEAR to WS-ML-YEAR.
           move WS-MONTH-SUB to WS-ML-MONTH.
           move WS-MR-WORKING-DAYS(WS-MONTH-SUB) to WS-ML-WORKING-DAYS.
           move WS-MR-MONTH-END-DATE(WS-MONTH-SUB) to WS-ML-MONTH-END.
           write CALENDAR-REPORT-LINE from WS-MONTH-LINE
               after advancing 1 line.
       7200-EXIT.
           exit.

       7300-PRINT-TOTALS.
           move "DAYS ADDED" to WS-TL-LABEL.
           move WS-DAYS-ADDED to WS-TL-COUNT.
           write CALENDAR-REPORT-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           move "DAYS REPLACED" to WS-TL-LABEL.
           move WS-DAYS-REPLACED to WS-TL-COUNT.
           write CALENDAR-REPORT-LINE from WS-TOTAL-LINE
               after advancing 1 line.
           move "WORKING DAYS" to WS-TL-LABEL.
           move WS-WORKING-DAYS to WS-TL-COUNT.
           write CALENDAR-REPORT-LINE from WS-TOTAL-LINE
               after advancing 1 line.
           move "NON-WORKING DAYS" to WS-TL-LABEL.
           move WS-NON-WORKING-DAYS to WS-TL-COUNT.
           write CALENDAR-REPORT-LINE from WS-TOTAL-LINE
               after advancing 1 line.
           move "SITE CARDS APPLIED" to WS-TL-LABEL.
           move WS-CARDS-APPLIED to WS-TL-COUNT.
           write CALENDAR-REPORT-LINE from WS-TOTAL-LINE
               after advancing 1 line.
           move "SITE CARDS FOR OTHER YEARS" to WS-TL-LABEL.
           move WS-CARDS-OTHER-YEAR to WS-TL-COUNT.
           write CALENDAR-REPORT-LINE from WS-TOTAL-LINE
               after advancing 1 line.
           move "SITE CARDS REJECTED" to WS-TL-LABEL.
           move WS-CARDS-REJECTED to WS-TL-COUNT.
           write CALENDAR-REPORT-LINE from WS-TOTAL-LINE
               after advancing 1 line.
       7300-EXIT.
           exit.

       9000-TERMINATE.
           if WS-FUNCTION-LOAD then
               display "Days added:        " WS-DAYS-ADDED
                   upon console
               display "Days replaced:     " WS-DAYS-REPLACED
                   upon console
               display "Site cards applied:" WS-CARDS-APPLIED
                   upon console
               display "Site cards rejected:" WS-CARDS-REJECTED
                   upon console
               close BUSINESS-CALENDAR-FILE
               close CALENDAR-TRANSACTION-FILE
               close CALENDAR-REPORT-FILE
           end-if.
           move WS-RETURN-CODE to RETURN-CODE.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
