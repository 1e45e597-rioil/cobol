       IDENTIFICATION DIVISION.
        PROGRAM-ID. kpi-export.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the daily kpi
      *                      export.  the manager's spreadsheet was
      *                      being keyed by hand from the balance
      *                      sheet and the console.  the last step
      *                      of the nightly stream now appends one
      *                      comma-separated row per business date
      *                      to a cumulative kpi file: visits read,
      *                      dispensed, declined and rejected,
      *                      vouchers redeemed, revenue, closing
      *                      stock, open exceptions, sigma requests
      *                      processed, the night-bal pass or fail
      *                      and the batch time from the run-status
      *                      file.  mode B rebuilds a range of past
      *                      dates from the retained files into a
      *                      new copy of the kpi file.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT VISIT-STATISTICS-FILE ASSIGN TO "VISSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VISSTAT-STATUS.
           SELECT DISPENSE-LOG-FILE ASSIGN TO "DSPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPLOG-STATUS.
           SELECT DRINK-MOVEMENT-LEDGER ASSIGN TO "DRKLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRKLEDG-STATUS.
           SELECT SIGMA-HISTORY-FILE ASSIGN TO "SGMHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AGE-EXCEPTION-FILE ASSIGN TO "AGEEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEEXC-STATUS.
           SELECT DRINK-EXCEPTION-LOG ASSIGN TO "DRNKEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRNKEXC-STATUS.
           SELECT EXCEPTION-DISPOSITION-FILE ASSIGN TO "EXCDSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCDSP-STATUS.
           SELECT KPI-FILE ASSIGN TO "KPIFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPIFILE-STATUS.
           SELECT KPI-NEW-FILE ASSIGN TO "KPINEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPINEW-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  RUN-STATUS-FILE.
           COPY RUNSTAT.
        FD  VISIT-STATISTICS-FILE
            LABEL RECORDS ARE STANDARD.
           COPY VISSTAT.
        FD  DISPENSE-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DSPLOG.
        FD  DRINK-MOVEMENT-LEDGER
            LABEL RECORDS ARE STANDARD.
           COPY DRKLDG.
        FD  SIGMA-HISTORY-FILE.
           COPY SGMHST.
        FD  AGE-EXCEPTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AGEEXC.
        FD  DRINK-EXCEPTION-LOG
            LABEL RECORDS ARE STANDARD.
           COPY DRNKEXC.
        FD  EXCEPTION-DISPOSITION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY EXCDSP.
        FD  KPI-FILE
            LABEL RECORDS ARE STANDARD.
        01  KPI-LINE.
           05  KPI-LINE-DATE               PIC X(08).
           05  KPI-LINE-DATE-N REDEFINES KPI-LINE-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(124).
        FD  KPI-NEW-FILE
            LABEL RECORDS ARE STANDARD.
        01  KPI-NEW-LINE                   PIC X(132).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-RUNSTAT-STATUS pic X(02) value "00".
           77 WS-VISSTAT-STATUS pic X(02) value "00".
           77 WS-DSPLOG-STATUS pic X(02) value "00".
           77 WS-DRKLEDG-STATUS pic X(02) value "00".
           77 WS-HISTORY-STATUS pic X(02) value "00".
           77 WS-AGEEXC-STATUS pic X(02) value "00".
           77 WS-DRNKEXC-STATUS pic X(02) value "00".
           77 WS-EXCDSP-STATUS pic X(02) value "00".
           77 WS-KPIFILE-STATUS pic X(02) value "00".
           77 WS-KPINEW-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-STATUS-EOF-SWITCH pic X(01) value "N".
               88 WS-STATUS-EOF value "Y".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-CURRENT-FILE value "Y".
           77 WS-MODE pic X(01) value "N".
               88 WS-MODE-NIGHTLY value "N" " ".
               88 WS-MODE-BACKFILL value "B".
           77 WS-DSPLOG-SWITCH pic X(01) value "N".
               88 WS-DSPLOG-AVAILABLE value "Y".
           77 WS-HISTORY-SWITCH pic X(01) value "N".
               88 WS-HISTORY-AVAILABLE value "Y".
           77 WS-DSP-FOUND-SWITCH pic X(01) value "N".
               88 WS-DSP-FOUND value "Y".
           77 WS-ROW-ON-FILE-SWITCH pic X(01) value "N".
               88 WS-ROW-ON-FILE value "Y".
           77 WS-KPI-ERROR-SWITCH pic X(01) value "N".
               88 WS-KPI-ERROR value "Y".
           77 WS-ROW-COMPLETE-SWITCH pic X(01) value "Y".
               88 WS-ROW-COMPLETE value "Y".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-BATCH-OPERATOR pic X(08) value "NIGHTOPS".
           77 WS-BATCH-OPERATOR-IN pic X(08).
           77 WS-FROM-DATE pic 9(08) value 0.
           77 WS-TO-DATE pic 9(08) value 0.
           77 WS-SEARCH-DATE pic 9(08) value 0.
           77 WS-DY-MAX pic 9(04) comp value 400.
           77 WS-DY-COUNT pic 9(04) comp value 0.
           77 WS-DY-SUB pic 9(04) comp value 0.
           77 WS-DY-FOUND-SUB pic 9(04) comp value 0.
           77 WS-DY-SCAN-SUB pic 9(04) comp value 0.
           77 WS-CLOSE-SUB pic 9(04) comp value 0.
           77 WS-PT-MAX pic 9(04) comp value 50.
           77 WS-PT-COUNT pic 9(04) comp value 0.
           77 WS-PT-SUB pic 9(04) comp value 0.
           77 WS-PT-FOUND-SUB pic 9(04) comp value 0.
           77 WS-DSP-MAX pic 9(04) comp value 500.
           77 WS-DSP-COUNT pic 9(04) comp value 0.
           77 WS-DSP-SUB pic 9(04) comp value 0.
           77 WS-STOCK-TOTAL pic 9(07) value 0.
           77 WS-START-SECONDS pic 9(05) comp value 0.
           77 WS-END-SECONDS pic 9(05) comp value 0.
           77 WS-RUN-SECONDS pic 9(05) comp value 0.
           77 WS-ELAPSED-SECONDS pic 9(07) comp value 0.
           77 WS-ELAPSED-REMAINDER pic 9(07) comp value 0.
           77 WS-ELAPSED-HOURS pic 9(05) comp value 0.
           77 WS-ELAPSED-MINUTES pic 9(05) comp value 0.
           77 WS-KPI-LINES-FOUND pic 9(06) value 0.
           77 WS-DISPENSES-READ pic 9(07) value 0.
           77 WS-ROWS-WRITTEN pic 9(05) value 0.
           77 WS-ROWS-REPLACED pic 9(05) value 0.
           77 WS-ROWS-KEPT pic 9(05) value 0.
           77 WS-ROWS-INCOMPLETE pic 9(05) value 0.
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-FROM-DATE-IN pic X(08).
           01 WS-FROM-DATE-N redefines WS-FROM-DATE-IN pic 9(08).
           01 WS-TO-DATE-IN pic X(08).
           01 WS-TO-DATE-N redefines WS-TO-DATE-IN pic 9(08).
           01 WS-TIME-WORK pic 9(06) value 0.
           01 WS-TIME-WORK-PARTS redefines WS-TIME-WORK.
               05 WS-TW-HH pic 9(02).
               05 WS-TW-MM pic 9(02).
               05 WS-TW-SS pic 9(02).
      *    ONE ENTRY PER BUSINESS DATE BEING EXPORTED, IN DATE
      *    ORDER - ONE ENTRY ON A NIGHTLY RUN, THE DATES THE NIGHTLY
      *    STREAM RAN ON IN THE RANGE FOR A BACKFILL.
           01 WS-DAY-TABLE.
               05 WS-DY-ENTRY occurs 400 times.
                   10 WS-DY-DATE pic 9(08).
                   10 WS-DY-VISITS-SWITCH pic X(01).
                       88 WS-DY-VISITS-FOUND value "Y".
                   10 WS-DY-VISITS-READ pic 9(06).
                   10 WS-DY-VISITS-DECLINED pic 9(06).
                   10 WS-DY-VISITS-REJECTED pic 9(06).
                   10 WS-DY-DISPENSED pic 9(06).
                   10 WS-DY-VOUCHERS pic 9(06).
                   10 WS-DY-REVENUE pic 9(07)V99.
                   10 WS-DY-STOCK-SWITCH pic X(01).
                       88 WS-DY-STOCK-FOUND value "Y".
                   10 WS-DY-CLOSING-STOCK pic 9(07).
                   10 WS-DY-OPEN-SWITCH pic X(01).
                       88 WS-DY-OPEN-FOUND value "Y".
                   10 WS-DY-OPEN-EXCEPTIONS pic 9(05).
                   10 WS-DY-SIGMA-REQUESTS pic 9(05).
                   10 WS-DY-BALANCE pic X(04).
                   10 WS-DY-TIME-SWITCH pic X(01).
                       88 WS-DY-TIME-FOUND value "Y".
                   10 WS-DY-BATCH-SECONDS pic 9(07).
      *    LATEST ON-HAND BALANCE OF EACH PRODUCT AS THE LEDGER IS
      *    READ FORWARD - CLOSING STOCK IS THEIR SUM.
           01 WS-PRODUCT-TABLE.
               05 WS-PT-ENTRY occurs 50 times.
                   10 WS-PT-CODE pic X(04).
                   10 WS-PT-BALANCE pic 9(06).
      *    DISPOSITIONS ON FILE - AN EXCEPTION WITH ONE IS CLOSED.
           01 WS-DISPOSITION-TABLE.
               05 WS-DSP-ENTRY occurs 500 times.
                   10 WS-DSP-TYPE pic X(01).
                   10 WS-DSP-ID pic X(06).
           01 WS-KPI-HEADING.
               05 FILLER pic X(45) value
                   "DATE,VISITS_READ,DISPENSED,DECLINED,REJECTED,".
               05 FILLER pic X(40) value
                   "VOUCHERS_REDEEMED,REVENUE,CLOSING_STOCK,".
               05 FILLER pic X(39) value
                   "OPEN_EXCEPTIONS,SIGMA_REQUESTS,BALANCE,".
               05 FILLER pic X(07) value "ELAPSED".
               05 FILLER pic X(01) value spaces.
           COPY KPIROW.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
           COPY RUNSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  FIND THE DATES TO EXPORT ON THE RUN-STATUS FILE, GATHER
      *  EACH FIGURE FROM THE FILE THAT HOLDS IT WITH ONE PASS PER
      *  FILE, THEN APPEND TONIGHT'S ROW OR REBUILD THE RANGE.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-BUILD-DAY-TABLE thru 2000-EXIT.
           perform 3000-TAKE-VISIT-STATISTICS thru 3000-EXIT.
           perform 3200-TAKE-DISPENSES thru 3200-EXIT.
           perform 3400-TAKE-CLOSING-STOCK thru 3400-EXIT.
           perform 3600-TAKE-SIGMA-REQUESTS thru 3600-EXIT.
           if WS-MODE-NIGHTLY then
               perform 3800-COUNT-OPEN-EXCEPTIONS thru 3800-EXIT
               perform 5000-APPEND-NIGHTLY-ROW thru 5000-EXIT
           else
               perform 6000-REBUILD-KPI-FILE thru 6000-EXIT
           end-if.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, MODE (BLANK OR N NIGHTLY, B BACKFILL).
      *  A BACKFILL TAKES THREE MORE: FROM DATE, TO DATE (BLANK FOR
      *  THE BUSINESS DATE) AND THE OPERATOR ID THE NIGHTLY STREAM
      *  RUNS UNDER (BLANK FOR NIGHTOPS) - ONLY THAT OPERATOR'S
      *  RUNS COUNT AS THE NIGHT'S BATCH.  ONLY THE NIGHTLY MODE
      *  REGISTERS ON THE RUN-STATUS FILE; A BACKFILL IS A REBUILD
      *  AND MAY BE RUN AS OFTEN AS NEEDED.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Mode (blank or N nightly, B backfill)?"
               upon console.
           accept WS-MODE from console.
           if not WS-MODE-NIGHTLY and not WS-MODE-BACKFILL then
               display "Mode must be N or B - got " WS-MODE
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           if WS-MODE-NIGHTLY then
               move WS-TODAY-DATE to WS-FROM-DATE
               move WS-TODAY-DATE to WS-TO-DATE
               move WS-OPERATOR-ID to WS-BATCH-OPERATOR
               perform 1090-REGISTER-RUN-START thru 1090-EXIT
           else
               perform 1100-ACCEPT-BACKFILL-RANGE thru 1100-EXIT
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "KPI-EXPORT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "DAILY KPI EXPORT" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE ROW IS FOR THE BUSINESS DATE - USUALLY TODAY, BUT A
      *  PRIOR-DATE RERUN SETS THE OVERRIDE ON THE RUN-CONTROL FILE.
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
      *  1090-REGISTER-RUN-START
      *  REGISTER THIS RUN ON THE SHARED RUN-STATUS FILE.  A CLEAN
      *  RUN ALREADY ON FILE FOR THE BUSINESS DATE IS A DUPLICATE
      *  SUBMISSION AND IS REFUSED.
      *-----------------------------------------------------------
       1090-REGISTER-RUN-START.
           move "S" to RC-FUNCTION-CODE.
           move "KPI-EXPORT" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "KPI-EXPORT already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "KPI-EXPORT refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           end-if.
       1090-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1100-ACCEPT-BACKFILL-RANGE
      *  THE RANGE MUST BE REAL DATES IN ORDER AND MAY NOT RUN PAST
      *  THE BUSINESS DATE.
      *-----------------------------------------------------------
       1100-ACCEPT-BACKFILL-RANGE.
           display "Backfill from date (YYYYMMDD)?" upon console.
           accept WS-FROM-DATE-IN from console.
           display "Backfill to date (blank for business date)?"
               upon console.
           accept WS-TO-DATE-IN from console.
           display "Nightly operator ID (blank for NIGHTOPS)?"
               upon console.
           accept WS-BATCH-OPERATOR-IN from console.
           if WS-FROM-DATE-IN is not numeric
               or WS-FROM-DATE-N = 0 then
               display "Backfill from date must be YYYYMMDD - got "
                   WS-FROM-DATE-IN upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-FROM-DATE-N to WS-FROM-DATE.
           if WS-TO-DATE-IN = spaces then
               move WS-TODAY-DATE to WS-TO-DATE
           else
               if WS-TO-DATE-IN is not numeric
                   or WS-TO-DATE-N = 0 then
                   display "Backfill to date must be YYYYMMDD - got "
                       WS-TO-DATE-IN upon console
                   move 16 to RETURN-CODE
                   close AUDIT-LOG-FILE
                   goback
               end-if
               move WS-TO-DATE-N to WS-TO-DATE
           end-if.
           if WS-FROM-DATE > WS-TO-DATE
               or WS-TO-DATE > WS-TODAY-DATE then
               display "Backfill range " WS-FROM-DATE " to "
                   WS-TO-DATE " is out of order or past the "
                   "business date" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if WS-BATCH-OPERATOR-IN not = spaces then
               move WS-BATCH-OPERATOR-IN to WS-BATCH-OPERATOR
           end-if.
           display "Backfilling " WS-FROM-DATE " to " WS-TO-DATE
               " - batch operator " WS-BATCH-OPERATOR upon console.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-BUILD-DAY-TABLE
      *  ONE KEYED SWEEP OF THE RUN-STATUS FILE OVER THE RANGE.  A
      *  DATE GOES IN THE TABLE WHEN THE NIGHTLY OPERATOR RAN
      *  ANYTHING ON IT (TONIGHT'S DATE ALWAYS DOES).  THE SWEEP
      *  ALSO TAKES THE NIGHT-BAL RESULT AND ADDS UP THE BATCH TIME.
      *-----------------------------------------------------------
       2000-BUILD-DAY-TABLE.
           if WS-MODE-NIGHTLY then
               move WS-TODAY-DATE to WS-SEARCH-DATE
               perform 2150-ADD-DAY thru 2150-EXIT
           end-if.
           open input RUN-STATUS-FILE.
           if WS-RUNSTAT-STATUS not = "00" then
               display "RUN-STATUS-FILE open failed - status "
                   WS-RUNSTAT-STATUS upon console
               if WS-MODE-BACKFILL then
                   move 16 to RETURN-CODE
                   close AUDIT-LOG-FILE
                   goback
               end-if
               go to 2000-EXIT
           end-if.
           move WS-FROM-DATE to RS-BUSINESS-DATE.
           move low-values to RS-PROGRAM-NAME.
           move "N" to WS-STATUS-EOF-SWITCH.
           start RUN-STATUS-FILE key is not less than RS-KEY
               invalid key
                   move "Y" to WS-STATUS-EOF-SWITCH
           end-start.
           if not WS-STATUS-EOF then
               perform 2900-READ-STATUS-RECORD thru 2900-EXIT
           end-if.
           perform 2100-TAKE-ONE-RUN thru 2100-EXIT
               until WS-STATUS-EOF.
           close RUN-STATUS-FILE.
           if WS-DY-COUNT = 0 then
               display "No nightly runs by " WS-BATCH-OPERATOR
                   " between " WS-FROM-DATE " and " WS-TO-DATE
                   upon console
           end-if.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-TAKE-ONE-RUN
      *  THE BATCH TIME IS THE SUM OF EACH NIGHTLY RUN'S START TO
      *  END, NOT FIRST START TO LAST END - THE RUN-STATUS TIMES
      *  CARRY NO DATE, SO A NIGHT THAT CROSSES MIDNIGHT COULD NOT
      *  BE TOLD FROM ONE THAT DID NOT.  A RUN WITH NO END TIME
      *  NEVER FINISHED AND ADDS NOTHING.  THIS PROGRAM'S OWN
      *  RECORD IS LEFT OUT.  NIGHT-BAL PASSES WHEN IT ENDED CLEAN
      *  (RC BELOW 8) AND FAILS ON ANYTHING ELSE.
      *-----------------------------------------------------------
       2100-TAKE-ONE-RUN.
           if RS-PROGRAM-NAME = "KPI-EXPORT" then
               go to 2100-NEXT
           end-if.
           if RS-OPERATOR-ID not = WS-BATCH-OPERATOR
               and RS-PROGRAM-NAME not = "NIGHT-BAL" then
               go to 2100-NEXT
           end-if.
           if WS-DY-COUNT = 0 then
               move RS-BUSINESS-DATE to WS-SEARCH-DATE
               perform 2150-ADD-DAY thru 2150-EXIT
           end-if.
           if WS-DY-DATE(WS-DY-COUNT) not = RS-BUSINESS-DATE then
               move RS-BUSINESS-DATE to WS-SEARCH-DATE
               perform 2150-ADD-DAY thru 2150-EXIT
           end-if.
           if RS-PROGRAM-NAME = "NIGHT-BAL" then
               if RS-RUN-ENDED and RS-RETURN-CODE < 8 then
                   move "PASS" to WS-DY-BALANCE(WS-DY-COUNT)
               else
                   move "FAIL" to WS-DY-BALANCE(WS-DY-COUNT)
               end-if
           end-if.
           if RS-OPERATOR-ID not = WS-BATCH-OPERATOR
               or RS-END-TIME = 0 then
               go to 2100-NEXT
           end-if.
           move RS-START-TIME to WS-TIME-WORK.
           compute WS-START-SECONDS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
           move RS-END-TIME to WS-TIME-WORK.
           compute WS-END-SECONDS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
           if WS-END-SECONDS < WS-START-SECONDS then
               compute WS-RUN-SECONDS =
                   WS-END-SECONDS + 86400 - WS-START-SECONDS
           else
               compute WS-RUN-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           end-if.
           add WS-RUN-SECONDS to WS-DY-BATCH-SECONDS(WS-DY-COUNT).
           move "Y" to WS-DY-TIME-SWITCH(WS-DY-COUNT).
       2100-NEXT.
           perform 2900-READ-STATUS-RECORD thru 2900-EXIT.
       2100-EXIT.
           exit.

       2150-ADD-DAY.
           if WS-DY-COUNT not < WS-DY-MAX then
               display "Day table full - backfill at most "
                   WS-DY-MAX " nights per run" upon console
               move 16 to RETURN-CODE
               close RUN-STATUS-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           add 1 to WS-DY-COUNT.
           move WS-SEARCH-DATE to WS-DY-DATE(WS-DY-COUNT).
           move "N" to WS-DY-VISITS-SWITCH(WS-DY-COUNT).
           move 0 to WS-DY-VISITS-READ(WS-DY-COUNT).
           move 0 to WS-DY-VISITS-DECLINED(WS-DY-COUNT).
           move 0 to WS-DY-VISITS-REJECTED(WS-DY-COUNT).
           move 0 to WS-DY-DISPENSED(WS-DY-COUNT).
           move 0 to WS-DY-VOUCHERS(WS-DY-COUNT).
           move 0 to WS-DY-REVENUE(WS-DY-COUNT).
           move "N" to WS-DY-STOCK-SWITCH(WS-DY-COUNT).
           move 0 to WS-DY-CLOSING-STOCK(WS-DY-COUNT).
           move "N" to WS-DY-OPEN-SWITCH(WS-DY-COUNT).
           move 0 to WS-DY-OPEN-EXCEPTIONS(WS-DY-COUNT).
           move 0 to WS-DY-SIGMA-REQUESTS(WS-DY-COUNT).
           move spaces to WS-DY-BALANCE(WS-DY-COUNT).
           move "N" to WS-DY-TIME-SWITCH(WS-DY-COUNT).
           move 0 to WS-DY-BATCH-SECONDS(WS-DY-COUNT).
       2150-EXIT.
           exit.

       2900-READ-STATUS-RECORD.
           read RUN-STATUS-FILE next record
               at end
                   move "Y" to WS-STATUS-EOF-SWITCH
               not at end
                   if RS-BUSINESS-DATE > WS-TO-DATE
                       move "Y" to WS-STATUS-EOF-SWITCH
                   end-if
           end-read.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-TAKE-VISIT-STATISTICS
      *  READ, DECLINED AND REJECTED COME ONLY FROM ADULT-CHECK'S
      *  VISIT-STATISTICS RECORD.  A DATE WITH NO RECORD (BEFORE THE
      *  FILE EXISTED, OR AN ADULT-CHECK THAT NEVER FINISHED) KEEPS
      *  THOSE COLUMNS BLANK.  THE LAST RECORD FOR A DATE WINS.
      *-----------------------------------------------------------
       3000-TAKE-VISIT-STATISTICS.
           if WS-DY-COUNT = 0 then
               go to 3000-EXIT
           end-if.
           open input VISIT-STATISTICS-FILE.
           if WS-VISSTAT-STATUS not = "00" then
               display "Visit statistics not readable - status "
                   WS-VISSTAT-STATUS " - visit columns left blank"
                   upon console
               go to 3000-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 3100-TAKE-ONE-VISIT-STATISTIC thru 3100-EXIT
               until WS-EOF-CURRENT-FILE.
           close VISIT-STATISTICS-FILE.
       3000-EXIT.
           exit.

       3100-TAKE-ONE-VISIT-STATISTIC.
           read VISIT-STATISTICS-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 3100-EXIT
           end-read.
           move VS-BUSINESS-DATE to WS-SEARCH-DATE.
           perform 3900-FIND-DAY thru 3900-EXIT.
           if WS-DY-FOUND-SUB = 0 then
               go to 3100-EXIT
           end-if.
           move "Y" to WS-DY-VISITS-SWITCH(WS-DY-FOUND-SUB).
           move VS-VISITS-READ to WS-DY-VISITS-READ(WS-DY-FOUND-SUB).
           move VS-VISITS-DECLINED
               to WS-DY-VISITS-DECLINED(WS-DY-FOUND-SUB).
           move VS-VISITS-REJECTED
               to WS-DY-VISITS-REJECTED(WS-DY-FOUND-SUB).
       3100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3200-TAKE-DISPENSES
      *  DISPENSED, VOUCHERS REDEEMED AND REVENUE FROM THE DISPENSE-
      *  LOG GENERATIONS BY VISIT DATE, THE SAME WAY TILL-CASHUP
      *  PICKS OUT ONE DAY.  REVENUE IS WHAT WAS CHARGED - A
      *  VOUCHER DISPENSE CHARGES NOTHING.
      *-----------------------------------------------------------
       3200-TAKE-DISPENSES.
           if WS-DY-COUNT = 0 then
               go to 3200-EXIT
           end-if.
           open input DISPENSE-LOG-FILE.
           if WS-DSPLOG-STATUS not = "00" then
               display "Dispense log not readable - status "
                   WS-DSPLOG-STATUS " - dispense columns left blank"
                   upon console
               go to 3200-EXIT
           end-if.
           move "Y" to WS-DSPLOG-SWITCH.
           move "N" to WS-EOF-SWITCH.
           perform 3300-TAKE-ONE-DISPENSE thru 3300-EXIT
               until WS-EOF-CURRENT-FILE.
           close DISPENSE-LOG-FILE.
       3200-EXIT.
           exit.

       3300-TAKE-ONE-DISPENSE.
           read DISPENSE-LOG-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 3300-EXIT
           end-read.
           add 1 to WS-DISPENSES-READ.
           move DG-VISIT-DATE to WS-SEARCH-DATE.
           perform 3900-FIND-DAY thru 3900-EXIT.
           if WS-DY-FOUND-SUB = 0 then
               go to 3300-EXIT
           end-if.
           add 1 to WS-DY-DISPENSED(WS-DY-FOUND-SUB).
           if DG-VOUCHER-DISPENSE then
               add 1 to WS-DY-VOUCHERS(WS-DY-FOUND-SUB)
           end-if.
           add DG-CHARGE-AMOUNT to WS-DY-REVENUE(WS-DY-FOUND-SUB).
       3300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3400-TAKE-CLOSING-STOCK
      *  THE MOVEMENT LEDGER IS WRITTEN IN DATE ORDER AND EVERY
      *  RECORD CARRIES ITS PRODUCT'S ON-HAND AFTER THE MOVEMENT.
      *  READING IT FORWARD, EACH DATE IN THE TABLE IS CLOSED OFF
      *  JUST BEFORE THE FIRST MOVEMENT DATED AFTER IT: ITS CLOSING
      *  STOCK IS THE SUM OF EVERY PRODUCT'S LATEST BALANCE SO FAR.
      *  A DATE BEFORE THE FIRST MOVEMENT HAS NO CLOSING STOCK.
      *-----------------------------------------------------------
       3400-TAKE-CLOSING-STOCK.
           if WS-DY-COUNT = 0 then
               go to 3400-EXIT
           end-if.
           open input DRINK-MOVEMENT-LEDGER.
           if WS-DRKLEDG-STATUS not = "00" then
               display "Movement ledger not readable - status "
                   WS-DRKLEDG-STATUS " - closing stock left blank"
                   upon console
               go to 3400-EXIT
           end-if.
           move 1 to WS-CLOSE-SUB.
           move "N" to WS-EOF-SWITCH.
           perform 3500-TAKE-ONE-MOVEMENT thru 3500-EXIT
               until WS-EOF-CURRENT-FILE.
           perform 3450-CLOSE-ONE-DAY thru 3450-EXIT
               until WS-CLOSE-SUB > WS-DY-COUNT.
           close DRINK-MOVEMENT-LEDGER.
       3400-EXIT.
           exit.

       3450-CLOSE-ONE-DAY.
           if WS-PT-COUNT > 0 then
               move 0 to WS-STOCK-TOTAL
               perform 3460-ADD-ONE-BALANCE thru 3460-EXIT
                   varying WS-PT-SUB from 1 by 1
                   until WS-PT-SUB > WS-PT-COUNT
               move WS-STOCK-TOTAL
                   to WS-DY-CLOSING-STOCK(WS-CLOSE-SUB)
               move "Y" to WS-DY-STOCK-SWITCH(WS-CLOSE-SUB)
           end-if.
           add 1 to WS-CLOSE-SUB.
       3450-EXIT.
           exit.

       3460-ADD-ONE-BALANCE.
           add WS-PT-BALANCE(WS-PT-SUB) to WS-STOCK-TOTAL.
       3460-EXIT.
           exit.

       3500-TAKE-ONE-MOVEMENT.
           read DRINK-MOVEMENT-LEDGER
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 3500-EXIT
           end-read.
           perform 3450-CLOSE-ONE-DAY thru 3450-EXIT
               until WS-CLOSE-SUB > WS-DY-COUNT
               or WS-DY-DATE(WS-CLOSE-SUB) not < DL-MOVEMENT-DATE.
           move 0 to WS-PT-FOUND-SUB.
           perform 3550-SCAN-ONE-PRODUCT thru 3550-EXIT
               varying WS-PT-SUB from 1 by 1
               until WS-PT-SUB > WS-PT-COUNT
               or WS-PT-FOUND-SUB > 0.
           if WS-PT-FOUND-SUB = 0 then
               if WS-PT-COUNT not < WS-PT-MAX then
                   display "Product table full - raise "
                       "WS-PT-MAX and rerun" upon console
                   move 16 to RETURN-CODE
                   close DRINK-MOVEMENT-LEDGER
                   close AUDIT-LOG-FILE
                   goback
               end-if
               add 1 to WS-PT-COUNT
               move WS-PT-COUNT to WS-PT-FOUND-SUB
               move DL-PRODUCT-CODE to WS-PT-CODE(WS-PT-FOUND-SUB)
           end-if.
           move DL-BALANCE-QTY to WS-PT-BALANCE(WS-PT-FOUND-SUB).
       3500-EXIT.
           exit.

       3550-SCAN-ONE-PRODUCT.
           if WS-PT-CODE(WS-PT-SUB) = DL-PRODUCT-CODE then
               move WS-PT-SUB to WS-PT-FOUND-SUB
           end-if.
       3550-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3600-TAKE-SIGMA-REQUESTS
      *  ONE HISTORY RECORD PER CALCULATION COMPLETED, KEYED BY RUN
      *  DATE - A KEYED SWEEP OF EACH DATE COUNTS THEM.
      *-----------------------------------------------------------
       3600-TAKE-SIGMA-REQUESTS.
           if WS-DY-COUNT = 0 then
               go to 3600-EXIT
           end-if.
           open input SIGMA-HISTORY-FILE.
           if WS-HISTORY-STATUS not = "00" then
               display "Sigma history not readable - status "
                   WS-HISTORY-STATUS " - sigma column left blank"
                   upon console
               go to 3600-EXIT
           end-if.
           move "Y" to WS-HISTORY-SWITCH.
           perform 3650-COUNT-ONE-DAY thru 3650-EXIT
               varying WS-DY-SUB from 1 by 1
               until WS-DY-SUB > WS-DY-COUNT.
           close SIGMA-HISTORY-FILE.
       3600-EXIT.
           exit.

       3650-COUNT-ONE-DAY.
           move WS-DY-DATE(WS-DY-SUB) to SH-RUN-DATE.
           move 0 to SH-SEQUENCE-NO.
           move "N" to WS-EOF-SWITCH.
           start SIGMA-HISTORY-FILE key is not less than SH-KEY
               invalid key
                   go to 3650-EXIT
           end-start.
           perform 3660-COUNT-ONE-REQUEST thru 3660-EXIT
               until WS-EOF-CURRENT-FILE.
       3650-EXIT.
           exit.

       3660-COUNT-ONE-REQUEST.
           read SIGMA-HISTORY-FILE next record
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 3660-EXIT
           end-read.
           if SH-RUN-DATE not = WS-DY-DATE(WS-DY-SUB) then
               move "Y" to WS-EOF-SWITCH
               go to 3660-EXIT
           end-if.
           add 1 to WS-DY-SIGMA-REQUESTS(WS-DY-SUB).
       3660-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3800-COUNT-OPEN-EXCEPTIONS
      *  NIGHTLY ONLY - THE SAME OPEN-OR-CLOSED TEST EXC-DISPO
      *  MAKES: AN AGE OR DRINK EXCEPTION IS OPEN UNTIL A
      *  SUPERVISOR DISPOSITION OF THE SAME TYPE IS ON FILE FOR THE
      *  CUSTOMER.  DISPOSITIONS CARRY NO DATE, SO WHAT WAS OPEN ON
      *  A PAST DATE CANNOT BE REBUILT AND A BACKFILLED ROW LEAVES
      *  THE COLUMN BLANK.
      *-----------------------------------------------------------
       3800-COUNT-OPEN-EXCEPTIONS.
           move WS-TODAY-DATE to WS-SEARCH-DATE.
           perform 3900-FIND-DAY thru 3900-EXIT.
           if WS-DY-FOUND-SUB = 0 then
               go to 3800-EXIT
           end-if.
           open input EXCEPTION-DISPOSITION-FILE.
           if WS-EXCDSP-STATUS = "00" then
               move "N" to WS-EOF-SWITCH
               perform 3810-LOAD-ONE-DISPOSITION thru 3810-EXIT
                   until WS-EOF-CURRENT-FILE
               close EXCEPTION-DISPOSITION-FILE
           else
               if WS-EXCDSP-STATUS not = "35" then
                   display "Dispositions not readable - status "
                       WS-EXCDSP-STATUS " - open exceptions left "
                       "blank" upon console
                   go to 3800-EXIT
               end-if
           end-if.
           open input AGE-EXCEPTION-FILE.
           open input DRINK-EXCEPTION-LOG.
           if WS-AGEEXC-STATUS not = "00"
               or WS-DRNKEXC-STATUS not = "00" then
               display "Exception files not readable - status "
                   WS-AGEEXC-STATUS "/" WS-DRNKEXC-STATUS
                   " - open exceptions left blank" upon console
               if WS-AGEEXC-STATUS = "00" then
                   close AGE-EXCEPTION-FILE
               end-if
               if WS-DRNKEXC-STATUS = "00" then
                   close DRINK-EXCEPTION-LOG
               end-if
               go to 3800-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 3820-TAKE-ONE-AGE-EXCEPTION thru 3820-EXIT
               until WS-EOF-CURRENT-FILE.
           move "N" to WS-EOF-SWITCH.
           perform 3840-TAKE-ONE-DRINK-EXCEPTION thru 3840-EXIT
               until WS-EOF-CURRENT-FILE.
           close AGE-EXCEPTION-FILE.
           close DRINK-EXCEPTION-LOG.
           move "Y" to WS-DY-OPEN-SWITCH(WS-DY-FOUND-SUB).
       3800-EXIT.
           exit.

       3810-LOAD-ONE-DISPOSITION.
           read EXCEPTION-DISPOSITION-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 3810-EXIT
           end-read.
           if not ED-DISPO-RESOLVED
               and not ED-DISPO-CORRECTED
               and not ED-DISPO-IGNORED then
               go to 3810-EXIT
           end-if.
           if WS-DSP-COUNT not < WS-DSP-MAX then
               display "Disposition table full - raise "
                   "WS-DSP-MAX and rerun" upon console
               move 16 to RETURN-CODE
               close EXCEPTION-DISPOSITION-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           add 1 to WS-DSP-COUNT.
           move ED-EXCEPTION-TYPE to WS-DSP-TYPE(WS-DSP-COUNT).
           move ED-CUSTOMER-ID to WS-DSP-ID(WS-DSP-COUNT).
       3810-EXIT.
           exit.

       3820-TAKE-ONE-AGE-EXCEPTION.
           read AGE-EXCEPTION-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 3820-EXIT
           end-read.
           move "N" to WS-DSP-FOUND-SWITCH.
           perform 3830-SCAN-ONE-AGE-DISPO thru 3830-EXIT
               varying WS-DSP-SUB from 1 by 1
               until WS-DSP-SUB > WS-DSP-COUNT
               or WS-DSP-FOUND.
           if not WS-DSP-FOUND then
               add 1 to WS-DY-OPEN-EXCEPTIONS(WS-DY-FOUND-SUB)
           end-if.
       3820-EXIT.
           exit.

       3830-SCAN-ONE-AGE-DISPO.
           if WS-DSP-TYPE(WS-DSP-SUB) = "A"
               and WS-DSP-ID(WS-DSP-SUB) = AX-CUSTOMER-ID then
               move "Y" to WS-DSP-FOUND-SWITCH
           end-if.
       3830-EXIT.
           exit.

       3840-TAKE-ONE-DRINK-EXCEPTION.
           read DRINK-EXCEPTION-LOG
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 3840-EXIT
           end-read.
           move "N" to WS-DSP-FOUND-SWITCH.
           perform 3850-SCAN-ONE-DRINK-DISPO thru 3850-EXIT
               varying WS-DSP-SUB from 1 by 1
               until WS-DSP-SUB > WS-DSP-COUNT
               or WS-DSP-FOUND.
           if not WS-DSP-FOUND then
               add 1 to WS-DY-OPEN-EXCEPTIONS(WS-DY-FOUND-SUB)
           end-if.
       3840-EXIT.
           exit.

       3850-SCAN-ONE-DRINK-DISPO.
           if WS-DSP-TYPE(WS-DSP-SUB) = "D"
               and WS-DSP-ID(WS-DSP-SUB) = DX-CUSTOMER-ID then
               move "Y" to WS-DSP-FOUND-SWITCH
           end-if.
       3850-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3900-FIND-DAY
      *  THE TABLE ENTRY FOR WS-SEARCH-DATE, OR ZERO.  MOST LOG
      *  RECORDS FALL OUTSIDE THE RANGE, SO THE ENDS ARE TESTED
      *  BEFORE ANY SCAN.
      *-----------------------------------------------------------
       3900-FIND-DAY.
           move 0 to WS-DY-FOUND-SUB.
           if WS-DY-COUNT = 0 then
               go to 3900-EXIT
           end-if.
           if WS-SEARCH-DATE < WS-DY-DATE(1)
               or WS-SEARCH-DATE > WS-DY-DATE(WS-DY-COUNT) then
               go to 3900-EXIT
           end-if.
           perform 3950-SCAN-ONE-DAY thru 3950-EXIT
               varying WS-DY-SCAN-SUB from 1 by 1
               until WS-DY-SCAN-SUB > WS-DY-COUNT
               or WS-DY-FOUND-SUB > 0.
       3900-EXIT.
           exit.

       3950-SCAN-ONE-DAY.
           if WS-DY-DATE(WS-DY-SCAN-SUB) = WS-SEARCH-DATE then
               move WS-DY-SCAN-SUB to WS-DY-FOUND-SUB
           end-if.
       3950-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-APPEND-NIGHTLY-ROW
      *  THE FILE IS READ FIRST: AN EMPTY OR NEW FILE GETS THE
      *  HEADING ROW, AND A ROW ALREADY ON FILE FOR THE DATE IS NOT
      *  WRITTEN AGAIN - RUN A BACKFILL OF THE DATE TO REPLACE IT.
      *-----------------------------------------------------------
       5000-APPEND-NIGHTLY-ROW.
           open input KPI-FILE.
           if WS-KPIFILE-STATUS = "00" then
               move "N" to WS-EOF-SWITCH
               perform 5100-CHECK-ONE-KPI-LINE thru 5100-EXIT
                   until WS-EOF-CURRENT-FILE
               close KPI-FILE
           end-if.
           if WS-ROW-ON-FILE then
               display "KPI row for " WS-TODAY-DATE " already on "
                   "file - backfill the date to replace it"
                   upon console
               move "N" to WS-ROW-COMPLETE-SWITCH
               go to 5000-EXIT
           end-if.
           open extend KPI-FILE.
           if WS-KPIFILE-STATUS = "35" then
               open output KPI-FILE
           end-if.
           if WS-KPIFILE-STATUS not = "00" then
               display "KPI-FILE open failed - status "
                   WS-KPIFILE-STATUS upon console
               move "Y" to WS-KPI-ERROR-SWITCH
               go to 5000-EXIT
           end-if.
           if WS-KPI-LINES-FOUND = 0 then
               write KPI-LINE from WS-KPI-HEADING
           end-if.
           move 1 to WS-DY-SUB.
           perform 5500-FORMAT-ROW thru 5500-EXIT.
           write KPI-LINE from KPI-ROW-RECORD.
           if WS-KPIFILE-STATUS not = "00" then
               display "KPI-FILE write failed - status "
                   WS-KPIFILE-STATUS upon console
               move "Y" to WS-KPI-ERROR-SWITCH
           else
               add 1 to WS-ROWS-WRITTEN
           end-if.
           close KPI-FILE.
       5000-EXIT.
           exit.

       5100-CHECK-ONE-KPI-LINE.
           read KPI-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 5100-EXIT
           end-read.
           add 1 to WS-KPI-LINES-FOUND.
           if KPI-LINE-DATE is numeric
               and KPI-LINE-DATE-N = WS-TODAY-DATE then
               move "Y" to WS-ROW-ON-FILE-SWITCH
           end-if.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5500-FORMAT-ROW
      *  THE ROW FOR TABLE ENTRY WS-DY-SUB.  A FIGURE WHOSE SOURCE
      *  WAS NOT THERE FOR THE DATE IS BLANK.  A DATE WITH NO
      *  DISPENSES AND NO VISIT STATISTICS IS TAKEN AS A LOG NOT
      *  RETAINED THAT FAR BACK RATHER THAN A NIGHT WITH NO TRADE.
      *  ANY BLANK FIGURE BUT THE OPEN EXCEPTIONS ON A BACKFILLED
      *  ROW MARKS THE ROW INCOMPLETE.
      *-----------------------------------------------------------
       5500-FORMAT-ROW.
           move "Y" to WS-ROW-COMPLETE-SWITCH.
           move WS-DY-DATE(WS-DY-SUB) to KP-BUSINESS-DATE.
           if WS-DY-VISITS-FOUND(WS-DY-SUB) then
               move WS-DY-VISITS-READ(WS-DY-SUB) to KP-VISITS-READ-N
               move WS-DY-VISITS-DECLINED(WS-DY-SUB)
                   to KP-DECLINED-N
               move WS-DY-VISITS-REJECTED(WS-DY-SUB)
                   to KP-REJECTED-N
           else
               move spaces to KP-VISITS-READ
               move spaces to KP-DECLINED
               move spaces to KP-REJECTED
               move "N" to WS-ROW-COMPLETE-SWITCH
           end-if.
           if WS-DSPLOG-AVAILABLE
               and (WS-DY-VISITS-FOUND(WS-DY-SUB)
               or WS-DY-DISPENSED(WS-DY-SUB) > 0) then
               move WS-DY-DISPENSED(WS-DY-SUB) to KP-DISPENSED-N
               move WS-DY-VOUCHERS(WS-DY-SUB)
                   to KP-VOUCHERS-REDEEMED-N
               move WS-DY-REVENUE(WS-DY-SUB) to KP-REVENUE-N
           else
               move spaces to KP-DISPENSED
               move spaces to KP-VOUCHERS-REDEEMED
               move spaces to KP-REVENUE
               move "N" to WS-ROW-COMPLETE-SWITCH
           end-if.
           if WS-DY-STOCK-FOUND(WS-DY-SUB) then
               move WS-DY-CLOSING-STOCK(WS-DY-SUB)
                   to KP-CLOSING-STOCK-N
           else
               move spaces to KP-CLOSING-STOCK
               move "N" to WS-ROW-COMPLETE-SWITCH
           end-if.
           if WS-DY-OPEN-FOUND(WS-DY-SUB) then
               move WS-DY-OPEN-EXCEPTIONS(WS-DY-SUB)
                   to KP-OPEN-EXCEPTIONS-N
           else
               move spaces to KP-OPEN-EXCEPTIONS
               if WS-MODE-NIGHTLY then
                   move "N" to WS-ROW-COMPLETE-SWITCH
               end-if
           end-if.
           if WS-HISTORY-AVAILABLE then
               move WS-DY-SIGMA-REQUESTS(WS-DY-SUB)
                   to KP-SIGMA-REQUESTS-N
           else
               move spaces to KP-SIGMA-REQUESTS
               move "N" to WS-ROW-COMPLETE-SWITCH
           end-if.
           move WS-DY-BALANCE(WS-DY-SUB) to KP-BALANCE-RESULT.
           if WS-DY-BALANCE(WS-DY-SUB) = spaces then
               move "N" to WS-ROW-COMPLETE-SWITCH
           end-if.
           if WS-DY-TIME-FOUND(WS-DY-SUB) then
               perform 5600-FORMAT-ELAPSED thru 5600-EXIT
           else
               move spaces to KP-ELAPSED-TIME
               move "N" to WS-ROW-COMPLETE-SWITCH
           end-if.
           if not WS-ROW-COMPLETE then
               add 1 to WS-ROWS-INCOMPLETE
           end-if.
       5500-EXIT.
           exit.

       5600-FORMAT-ELAPSED.
           move WS-DY-BATCH-SECONDS(WS-DY-SUB) to WS-ELAPSED-SECONDS.
           divide WS-ELAPSED-SECONDS by 3600
               giving WS-ELAPSED-HOURS
               remainder WS-ELAPSED-REMAINDER.
           if WS-ELAPSED-HOURS > 99 then
               move 99 to WS-ELAPSED-HOURS
           end-if.
           divide WS-ELAPSED-REMAINDER by 60
               giving WS-ELAPSED-MINUTES
               remainder WS-ELAPSED-REMAINDER.
           move WS-ELAPSED-HOURS to KP-ELAPSED-HH.
           move ":" to KP-ELAPSED-SEP-1.
           move WS-ELAPSED-MINUTES to KP-ELAPSED-MM.
           move ":" to KP-ELAPSED-SEP-2.
           move WS-ELAPSED-REMAINDER to KP-ELAPSED-SS.
       5600-EXIT.
           exit.

      *-----------------------------------------------------------
      *  6000-REBUILD-KPI-FILE
      *  BACKFILL - THE CURRENT FILE IS COPIED TO KPINEW WITH THE
      *  REBUILT ROWS MERGED IN BY DATE: A REBUILT DATE REPLACES ITS
      *  OLD ROW, A DATE NOT REBUILT KEEPS ITS OLD ROW, AND A DATE
      *  NEW TO THE FILE IS SLOTTED IN IN ORDER.  THE JCL PUTS
      *  KPINEW IN PLACE ONLY WHEN THIS ENDS RC=4 OR BETTER.
      *-----------------------------------------------------------
       6000-REBUILD-KPI-FILE.
           open output KPI-NEW-FILE.
           if WS-KPINEW-STATUS not = "00" then
               display "KPI-NEW-FILE open failed - status "
                   WS-KPINEW-STATUS upon console
               move "Y" to WS-KPI-ERROR-SWITCH
               go to 6000-EXIT
           end-if.
           write KPI-NEW-LINE from WS-KPI-HEADING.
           move 1 to WS-DY-SUB.
           open input KPI-FILE.
           evaluate WS-KPIFILE-STATUS
               when "00"
                   move "N" to WS-EOF-SWITCH
                   perform 6100-MERGE-ONE-KPI-LINE thru 6100-EXIT
                       until WS-EOF-CURRENT-FILE
                   close KPI-FILE
               when "35"
                   display "No KPI file yet - starting a new one"
                       upon console
               when other
                   display "KPI-FILE open failed - status "
                       WS-KPIFILE-STATUS upon console
                   move "Y" to WS-KPI-ERROR-SWITCH
                   close KPI-NEW-FILE
                   go to 6000-EXIT
           end-evaluate.
           perform 6300-WRITE-REBUILT-ROW thru 6300-EXIT
               until WS-DY-SUB > WS-DY-COUNT.
           close KPI-NEW-FILE.
       6000-EXIT.
           exit.

       6100-MERGE-ONE-KPI-LINE.
           read KPI-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 6100-EXIT
           end-read.
           if KPI-LINE-DATE is not numeric then
               go to 6100-EXIT
           end-if.
           perform 6300-WRITE-REBUILT-ROW thru 6300-EXIT
               until WS-DY-SUB > WS-DY-COUNT
               or WS-DY-DATE(WS-DY-SUB) not < KPI-LINE-DATE-N.
           if WS-DY-SUB not > WS-DY-COUNT
               and WS-DY-DATE(WS-DY-SUB) = KPI-LINE-DATE-N then
               perform 6300-WRITE-REBUILT-ROW thru 6300-EXIT
               add 1 to WS-ROWS-REPLACED
           else
               write KPI-NEW-LINE from KPI-LINE
               add 1 to WS-ROWS-KEPT
           end-if.
       6100-EXIT.
           exit.

       6300-WRITE-REBUILT-ROW.
           perform 5500-FORMAT-ROW thru 5500-EXIT.
           write KPI-NEW-LINE from KPI-ROW-RECORD.
           if WS-KPINEW-STATUS not = "00" then
               display "KPI-NEW-FILE write failed - status "
                   WS-KPINEW-STATUS upon console
               move "Y" to WS-KPI-ERROR-SWITCH
           else
               add 1 to WS-ROWS-WRITTEN
           end-if.
           add 1 to WS-DY-SUB.
       6300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  RC=8 WHEN THE KPI FILE COULD NOT BE WRITTEN, RC=4 WHEN A
      *  ROW WENT OUT WITH A FIGURE MISSING (OR TONIGHT'S ROW WAS
      *  ALREADY ON FILE), OTHERWISE RC=0.
      *-----------------------------------------------------------
       9000-TERMINATE.
           display "Nights exported:       " WS-DY-COUNT
               upon console.
           display "Dispense records read: " WS-DISPENSES-READ
               upon console.
           display "KPI rows written:      " WS-ROWS-WRITTEN
               upon console.
           display "Rows incomplete:       " WS-ROWS-INCOMPLETE
               upon console.
           if WS-MODE-BACKFILL then
               display "Old rows replaced:     " WS-ROWS-REPLACED
                   upon console
               display "Old rows kept:         " WS-ROWS-KEPT
                   upon console
           end-if.
           evaluate true
               when WS-KPI-ERROR
                   move 8 to RETURN-CODE
               when WS-ROWS-INCOMPLETE > 0
                   move 4 to RETURN-CODE
               when not WS-ROW-COMPLETE
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close AUDIT-LOG-FILE.
           if WS-MODE-NIGHTLY then
               perform 9900-REGISTER-RUN-END thru 9900-EXIT
           end-if.
       9000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9900-REGISTER-RUN-END
      *  COMPLETE THE RUN-STATUS RECORD WITH THE RETURN CODE AND
      *  THE ROWS WRITTEN, FOR THE MORNING RUN-REPORT AND THE
      *  DUPLICATE-RUN INTERLOCK.
      *-----------------------------------------------------------
       9900-REGISTER-RUN-END.
           move "E" to RC-FUNCTION-CODE.
           move RETURN-CODE to RC-RETURN-CODE.
           move WS-ROWS-WRITTEN to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
