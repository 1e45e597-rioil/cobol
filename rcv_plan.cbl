       IDENTIFICATION DIVISION.
        PROGRAM-ID. recovery-plan.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the recovery plan
      *                      for a broken night.  reads the step-
      *                      dependency table and the run-status
      *                      record of every step for the business
      *                      date, prints each step as done, failed
      *                      or never started with a verdict - skip,
      *                      safe to restart, safe to run, or do not
      *                      run - and punches the restart control
      *                      cards, so recovering the stream no
      *                      longer depends on who is on call.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT STEP-DEPENDENCY-FILE ASSIGN TO "STEPDEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPDEP-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT RECOVERY-PLAN-REPORT ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESTART-CARD-FILE ASSIGN TO "RSTCARD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  STEP-DEPENDENCY-FILE
            LABEL RECORDS ARE STANDARD.
           COPY STEPDEP.
        FD  RUN-STATUS-FILE.
           COPY RUNSTAT.
        FD  RECOVERY-PLAN-REPORT
            LABEL RECORDS ARE STANDARD.
        01  RECOVERY-PLAN-LINE             PIC X(132).
        FD  RESTART-CARD-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RSTCRD.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-STEPDEP-STATUS pic X(02) value "00".
           77 WS-RUNSTAT-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-STEPDEP-EOF-SWITCH pic X(01) value "N".
               88 WS-STEPDEP-EOF value "Y".
           77 WS-STEP-FOUND-SWITCH pic X(01) value "N".
               88 WS-STEP-FOUND value "Y".
           77 WS-BLOCKED-SWITCH pic X(01) value "N".
               88 WS-STEP-BLOCKED value "Y".
           77 WS-PRED-RERUN-SWITCH pic X(01) value "N".
               88 WS-PRED-RERUNS value "Y".
           77 WS-OPERATOR-ID pic X(08).
           01 WS-REPORT-DATE-IN pic X(08).
           01 WS-REPORT-DATE-N redefines WS-REPORT-DATE-IN
               pic 9(08).
           77 WS-REPORT-DATE pic 9(08) value 0.
           77 WS-STEP-MAX pic 9(04) comp value 50.
           77 WS-STEP-COUNT pic 9(04) comp value 0.
           77 WS-STEP-SUB pic 9(04) comp value 0.
           77 WS-PRED-SUB pic 9(04) comp value 0.
           77 WS-LOOK-SUB pic 9(04) comp value 0.
           77 WS-FOUND-SUB pic 9(04) comp value 0.
           77 WS-LOOK-NAME pic X(08).
           77 WS-RERUN-STEP pic X(08).
           77 WS-FIRST-ACTION-STEP pic X(08) value spaces.
           77 WS-FIRST-HOLD-STEP pic X(08) value spaces.
           77 WS-DONE-COUNT pic 9(03) value 0.
           77 WS-FAILED-COUNT pic 9(03) value 0.
           77 WS-NOT-STARTED-COUNT pic 9(03) value 0.
           77 WS-HOLD-COUNT pic 9(03) value 0.
           77 WS-ACTION-COUNT pic 9(03) value 0.
      *    ONE ENTRY PER STEP CARD, IN STREAM ORDER.  THE STATE IS
      *    WHAT RUN-STATUS SAYS HAPPENED; THE VERDICT IS WHAT THE
      *    RESTARTED STREAM SHOULD DO WITH THE STEP.
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY occurs 50 times.
                   10 WS-ST-STEP-NAME pic X(08).
                   10 WS-ST-PROGRAM-NAME pic X(12).
                   10 WS-ST-LOAD-MODULE pic X(08).
                   10 WS-ST-RESTARTABLE pic X(01).
                       88 WS-ST-RESTART-ALLOWED value "Y".
                   10 WS-ST-CHECKPOINT-DD pic X(08).
                   10 WS-ST-PREDECESSOR pic X(08) occurs 3 times.
                   10 WS-ST-STATE pic X(01).
                       88 WS-ST-DONE value "D".
                       88 WS-ST-FAILED value "F".
                       88 WS-ST-NOT-STARTED value "N".
                   10 WS-ST-VERDICT pic X(01).
                       88 WS-ST-SKIP value "S".
                       88 WS-ST-RESTART value "R".
                       88 WS-ST-RUN value "U".
                       88 WS-ST-HOLD value "H".
                   10 WS-ST-RETURN-CODE pic 9(02).
                   10 WS-ST-START-TIME pic 9(06).
                   10 WS-ST-END-TIME pic 9(06).
                   10 WS-ST-NOTE pic X(40).
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(30) value
                   "NIGHTLY RECOVERY PLAN".
               05 FILLER pic X(16) value "BUSINESS DATE".
               05 WS-H1-DATE pic 9(08).
               05 FILLER pic X(77) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(10) value "STEP".
               05 FILLER pic X(14) value "PROGRAM".
               05 FILLER pic X(15) value "STATE".
               05 FILLER pic X(04) value "RC".
               05 FILLER pic X(08) value "START".
               05 FILLER pic X(08) value "END".
               05 FILLER pic X(17) value "VERDICT".
               05 FILLER pic X(40) value "NOTE".
               05 FILLER pic X(15) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-STEP pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-PROGRAM pic X(12).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-STATE pic X(13).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-RC pic X(02).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-START-TIME pic 9(06) blank when zero.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-END-TIME pic 9(06) blank when zero.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-VERDICT pic X(15).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-NOTE pic X(40).
               05 FILLER pic X(15) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(08) value "STEPS".
               05 WS-TL-STEPS pic ZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(06) value "DONE".
               05 WS-TL-DONE pic ZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(08) value "FAILED".
               05 WS-TL-FAILED pic ZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(13) value "NOT STARTED".
               05 WS-TL-NOT-STARTED pic ZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(09) value "ON HOLD".
               05 WS-TL-HOLD pic ZZ9.
               05 FILLER pic X(52) value spaces.
           01 WS-RESTART-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-RL-TEXT pic X(30).
               05 WS-RL-STEP pic X(08).
               05 FILLER pic X(93) value spaces.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  LOAD THE STEP TABLE, JUDGE EVERY STEP IN STREAM ORDER
      *  AGAINST ITS RUN-STATUS RECORD AND ITS PREDECESSORS' VERDICTS,
      *  THEN PRINT THE PLAN AND PUNCH THE RESTART CARDS.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-LOAD-STEP-TABLE thru 2000-EXIT.
           perform 3000-JUDGE-ONE-STEP thru 3000-EXIT
               varying WS-STEP-SUB from 1 by 1
               until WS-STEP-SUB > WS-STEP-COUNT.
           perform 4000-PRINT-PLAN thru 4000-EXIT.
           perform 5000-PUNCH-RESTART-CARDS thru 5000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, THEN THE BUSINESS DATE TO PLAN FOR.  A
      *  BLANK OR BAD DATE CARD FALLS BACK TO THE RUN-CONTROL
      *  BUSINESS DATE - THE NIGHT THAT JUST BROKE.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Business date to plan?" upon console.
           accept WS-REPORT-DATE-IN from console.
           if WS-REPORT-DATE-IN is numeric
               and WS-REPORT-DATE-N > 0 then
               move WS-REPORT-DATE-N to WS-REPORT-DATE
           else
               perform 1080-READ-RUN-CONTROL thru 1080-EXIT
           end-if.
           display "Planning business date: " WS-REPORT-DATE
               upon console.
           move WS-REPORT-DATE to WS-H1-DATE.
           open input RUN-STATUS-FILE.
           if WS-RUNSTAT-STATUS not = "00" then
               display "RUN-STATUS-FILE open failed - status "
                   WS-RUNSTAT-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open input STEP-DEPENDENCY-FILE.
           if WS-STEPDEP-STATUS not = "00" then
               display "STEP-DEPENDENCY-FILE open failed - status "
                   WS-STEPDEP-STATUS upon console
               move 16 to RETURN-CODE
               close RUN-STATUS-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open output RECOVERY-PLAN-REPORT.
           open output RESTART-CARD-FILE.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "RECOVER-PLAN" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "NIGHTLY RECOVERY PLAN" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

       1080-READ-RUN-CONTROL.
           accept WS-REPORT-DATE from date YYYYMMDD.
           open input RUN-CONTROL-FILE.
           if WS-RUNCTL-STATUS = "00" then
               read RUN-CONTROL-FILE
                   at end
                       continue
                   not at end
                       if RP-BUSINESS-DATE is numeric
                           and RP-BUSINESS-DATE > 0
                           move RP-BUSINESS-DATE to WS-REPORT-DATE
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               display "Run-control file not available - calendar "
                   "date in effect" upon console
           end-if.
       1080-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-LOAD-STEP-TABLE
      *  COMMENT CARDS AND BLANK CARDS ARE PASSED OVER.
      *-----------------------------------------------------------
       2000-LOAD-STEP-TABLE.
           perform 2900-READ-STEP-CARD thru 2900-EXIT.
           perform 2100-LOAD-ONE-STEP thru 2100-EXIT
               until WS-STEPDEP-EOF.
           close STEP-DEPENDENCY-FILE.
           display "Steps in table:  " WS-STEP-COUNT upon console.
       2000-EXIT.
           exit.

       2100-LOAD-ONE-STEP.
           if SP-STEP-NAME = spaces
               or SP-STEP-NAME(1:1) = "*" then
               perform 2900-READ-STEP-CARD thru 2900-EXIT
               go to 2100-EXIT
           end-if.
           if WS-STEP-COUNT not < WS-STEP-MAX then
               display "Step table full - raise WS-STEP-MAX and rerun"
                   upon console
               move 16 to RETURN-CODE
               close RUN-STATUS-FILE
               close RECOVERY-PLAN-REPORT
               close RESTART-CARD-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           add 1 to WS-STEP-COUNT.
           move SP-STEP-NAME to WS-ST-STEP-NAME(WS-STEP-COUNT).
           move SP-PROGRAM-NAME to WS-ST-PROGRAM-NAME(WS-STEP-COUNT).
           move SP-LOAD-MODULE to WS-ST-LOAD-MODULE(WS-STEP-COUNT).
           move SP-RESTARTABLE to WS-ST-RESTARTABLE(WS-STEP-COUNT).
           move SP-CHECKPOINT-DD
               to WS-ST-CHECKPOINT-DD(WS-STEP-COUNT).
           move SP-PREDECESSOR(1)
               to WS-ST-PREDECESSOR(WS-STEP-COUNT, 1).
           move SP-PREDECESSOR(2)
               to WS-ST-PREDECESSOR(WS-STEP-COUNT, 2).
           move SP-PREDECESSOR(3)
               to WS-ST-PREDECESSOR(WS-STEP-COUNT, 3).
           move spaces to WS-ST-NOTE(WS-STEP-COUNT).
           perform 2900-READ-STEP-CARD thru 2900-EXIT.
       2100-EXIT.
           exit.

       2900-READ-STEP-CARD.
           read STEP-DEPENDENCY-FILE
               at end
                   move "Y" to WS-STEPDEP-EOF-SWITCH
           end-read.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-JUDGE-ONE-STEP
      *  STATE FROM RUN-STATUS: NO RECORD - NEVER STARTED; ENDED -
      *  DONE; STILL MARKED STARTED - FAILED (RUN-STATUS ONLY MARKS
      *  A RUN ENDED ON A RETURN CODE BELOW 8, SO BOTH AN ABEND AND
      *  A BAD RETURN CODE LEAVE IT STARTED).  THE VERDICT THEN
      *  DEPENDS ON THE PREDECESSORS, ALREADY JUDGED ABOVE IT.
      *-----------------------------------------------------------
       3000-JUDGE-ONE-STEP.
           perform 3100-READ-STEP-STATUS thru 3100-EXIT.
           move "N" to WS-BLOCKED-SWITCH.
           move "N" to WS-PRED-RERUN-SWITCH.
           perform 3200-CHECK-PREDECESSOR thru 3200-EXIT
               varying WS-PRED-SUB from 1 by 1
               until WS-PRED-SUB > 3.
           evaluate true
               when WS-ST-DONE(WS-STEP-SUB)
                   move "S" to WS-ST-VERDICT(WS-STEP-SUB)
                   if WS-PRED-RERUNS
                       string "CHECK OUTPUT - " delimited by size
                           WS-RERUN-STEP delimited by space
                           " RERUNS BEFORE IT" delimited by size
                           into WS-ST-NOTE(WS-STEP-SUB)
                   end-if
               when WS-STEP-BLOCKED
                   move "H" to WS-ST-VERDICT(WS-STEP-SUB)
               when WS-ST-FAILED(WS-STEP-SUB)
                   perform 3400-JUDGE-FAILED-STEP thru 3400-EXIT
               when other
                   move "U" to WS-ST-VERDICT(WS-STEP-SUB)
                   move "NOT YET RUN" to WS-ST-NOTE(WS-STEP-SUB)
           end-evaluate.
           evaluate true
               when WS-ST-DONE(WS-STEP-SUB)
                   add 1 to WS-DONE-COUNT
               when WS-ST-FAILED(WS-STEP-SUB)
                   add 1 to WS-FAILED-COUNT
               when other
                   add 1 to WS-NOT-STARTED-COUNT
           end-evaluate.
           if WS-ST-HOLD(WS-STEP-SUB) then
               add 1 to WS-HOLD-COUNT
               if WS-FIRST-HOLD-STEP = spaces
                   move WS-ST-STEP-NAME(WS-STEP-SUB)
                       to WS-FIRST-HOLD-STEP
               end-if
           end-if.
           if WS-ST-RESTART(WS-STEP-SUB)
               or WS-ST-RUN(WS-STEP-SUB) then
               add 1 to WS-ACTION-COUNT
               if WS-FIRST-ACTION-STEP = spaces
                   move WS-ST-STEP-NAME(WS-STEP-SUB)
                       to WS-FIRST-ACTION-STEP
               end-if
           end-if.
       3000-EXIT.
           exit.

       3100-READ-STEP-STATUS.
           move 0 to WS-ST-RETURN-CODE(WS-STEP-SUB).
           move 0 to WS-ST-START-TIME(WS-STEP-SUB).
           move 0 to WS-ST-END-TIME(WS-STEP-SUB).
           move WS-REPORT-DATE to RS-BUSINESS-DATE.
           move WS-ST-PROGRAM-NAME(WS-STEP-SUB) to RS-PROGRAM-NAME.
           read RUN-STATUS-FILE
               invalid key
                   move "N" to WS-ST-STATE(WS-STEP-SUB)
               not invalid key
                   if RS-RUN-ENDED
                       move "D" to WS-ST-STATE(WS-STEP-SUB)
                   else
                       move "F" to WS-ST-STATE(WS-STEP-SUB)
                   end-if
                   move RS-RETURN-CODE
                       to WS-ST-RETURN-CODE(WS-STEP-SUB)
                   move RS-START-TIME to WS-ST-START-TIME(WS-STEP-SUB)
                   move RS-END-TIME to WS-ST-END-TIME(WS-STEP-SUB)
           end-read.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3200-CHECK-PREDECESSOR
      *  A PREDECESSOR ON HOLD (OR NOT IN THE TABLE) HOLDS THIS STEP
      *  TOO.  ONE THAT RESTARTS OR RUNS IS FINE FOR A STEP STILL TO
      *  RUN - IT RUNS FIRST - BUT A STEP ALREADY DONE IS WARNED.
      *-----------------------------------------------------------
       3200-CHECK-PREDECESSOR.
           move WS-ST-PREDECESSOR(WS-STEP-SUB, WS-PRED-SUB)
               to WS-LOOK-NAME.
           if WS-LOOK-NAME = spaces or WS-STEP-BLOCKED then
               go to 3200-EXIT
           end-if.
           perform 3300-FIND-STEP thru 3300-EXIT.
           if not WS-STEP-FOUND then
               move "Y" to WS-BLOCKED-SWITCH
               string "PREDECESSOR " delimited by size
                   WS-LOOK-NAME delimited by space
                   " NOT IN STEP TABLE" delimited by size
                   into WS-ST-NOTE(WS-STEP-SUB)
               go to 3200-EXIT
           end-if.
           evaluate true
               when WS-ST-HOLD(WS-FOUND-SUB)
                   move "Y" to WS-BLOCKED-SWITCH
                   string "WAITS ON " delimited by size
                       WS-LOOK-NAME delimited by space
                       " - ON HOLD" delimited by size
                       into WS-ST-NOTE(WS-STEP-SUB)
               when WS-ST-RESTART(WS-FOUND-SUB)
                   or WS-ST-RUN(WS-FOUND-SUB)
                   move "Y" to WS-PRED-RERUN-SWITCH
                   move WS-LOOK-NAME to WS-RERUN-STEP
               when other
                   continue
           end-evaluate.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3300-FIND-STEP
      *  ONLY STEPS ABOVE THIS ONE ARE SEARCHED - A PREDECESSOR
      *  FURTHER DOWN THE STREAM IS A TABLE ERROR.
      *-----------------------------------------------------------
       3300-FIND-STEP.
           move "N" to WS-STEP-FOUND-SWITCH.
           move 0 to WS-FOUND-SUB.
           perform 3310-COMPARE-ONE-STEP thru 3310-EXIT
               varying WS-LOOK-SUB from 1 by 1
               until WS-LOOK-SUB not < WS-STEP-SUB
               or WS-STEP-FOUND.
       3300-EXIT.
           exit.

       3310-COMPARE-ONE-STEP.
           if WS-ST-STEP-NAME(WS-LOOK-SUB) = WS-LOOK-NAME then
               move "Y" to WS-STEP-FOUND-SWITCH
               move WS-LOOK-SUB to WS-FOUND-SUB
           end-if.
       3310-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3400-JUDGE-FAILED-STEP
      *  A RESTARTABLE STEP WITH A CHECKPOINT FILE RESUMES FROM IT;
      *  WITHOUT ONE IT RERUNS FROM THE TOP.  A STEP NOT SAFE TO
      *  RESTART NEEDS RECOVERING BY HAND BEFORE ANYTHING AFTER IT.
      *-----------------------------------------------------------
       3400-JUDGE-FAILED-STEP.
           if not WS-ST-RESTART-ALLOWED(WS-STEP-SUB) then
               move "H" to WS-ST-VERDICT(WS-STEP-SUB)
               move "NOT RESTARTABLE - RECOVER BY HAND"
                   to WS-ST-NOTE(WS-STEP-SUB)
               go to 3400-EXIT
           end-if.
           move "R" to WS-ST-VERDICT(WS-STEP-SUB).
           if WS-ST-CHECKPOINT-DD(WS-STEP-SUB) = spaces then
               move "RERUNS FROM THE TOP" to WS-ST-NOTE(WS-STEP-SUB)
           else
               string "RESUMES FROM CHECKPOINT " delimited by size
                   WS-ST-CHECKPOINT-DD(WS-STEP-SUB)
                       delimited by space
                   into WS-ST-NOTE(WS-STEP-SUB)
           end-if.
       3400-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-PRINT-PLAN
      *  ONE LINE PER STEP IN STREAM ORDER, THEN THE COUNTS AND THE
      *  STEP TO RESUBMIT FROM.
      *-----------------------------------------------------------
       4000-PRINT-PLAN.
           write RECOVERY-PLAN-LINE from WS-HEADING-1
               after advancing page.
           write RECOVERY-PLAN-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to RECOVERY-PLAN-LINE.
           write RECOVERY-PLAN-LINE after advancing 1 line.
           perform 4100-PRINT-ONE-STEP thru 4100-EXIT
               varying WS-STEP-SUB from 1 by 1
               until WS-STEP-SUB > WS-STEP-COUNT.
           move WS-STEP-COUNT to WS-TL-STEPS.
           move WS-DONE-COUNT to WS-TL-DONE.
           move WS-FAILED-COUNT to WS-TL-FAILED.
           move WS-NOT-STARTED-COUNT to WS-TL-NOT-STARTED.
           move WS-HOLD-COUNT to WS-TL-HOLD.
           write RECOVERY-PLAN-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           evaluate true
               when WS-HOLD-COUNT > 0
                   move "HAND RECOVERY NEEDED FIRST AT" to WS-RL-TEXT
                   move WS-FIRST-HOLD-STEP to WS-RL-STEP
               when WS-ACTION-COUNT > 0
                   move "RESUBMIT THE STREAM FROM STEP" to WS-RL-TEXT
                   move WS-FIRST-ACTION-STEP to WS-RL-STEP
               when other
                   move "NOTHING TO RERUN - NIGHT DONE" to WS-RL-TEXT
                   move spaces to WS-RL-STEP
           end-evaluate.
           write RECOVERY-PLAN-LINE from WS-RESTART-LINE
               after advancing 2 lines.
       4000-EXIT.
           exit.

       4100-PRINT-ONE-STEP.
           move WS-ST-STEP-NAME(WS-STEP-SUB) to WS-DL-STEP.
           move WS-ST-PROGRAM-NAME(WS-STEP-SUB) to WS-DL-PROGRAM.
           move WS-ST-START-TIME(WS-STEP-SUB) to WS-DL-START-TIME.
           move WS-ST-END-TIME(WS-STEP-SUB) to WS-DL-END-TIME.
           evaluate true
               when WS-ST-DONE(WS-STEP-SUB)
                   move "DONE" to WS-DL-STATE
                   move WS-ST-RETURN-CODE(WS-STEP-SUB) to WS-DL-RC
               when WS-ST-FAILED(WS-STEP-SUB)
                   move "FAILED" to WS-DL-STATE
                   if WS-ST-END-TIME(WS-STEP-SUB) = 0
                       move "**" to WS-DL-RC
                   else
                       move WS-ST-RETURN-CODE(WS-STEP-SUB) to WS-DL-RC
                   end-if
               when other
                   move "NEVER STARTED" to WS-DL-STATE
                   move spaces to WS-DL-RC
           end-evaluate.
           evaluate true
               when WS-ST-SKIP(WS-STEP-SUB)
                   move "SKIP - DONE" to WS-DL-VERDICT
               when WS-ST-RESTART(WS-STEP-SUB)
                   move "SAFE TO RESTART" to WS-DL-VERDICT
               when WS-ST-RUN(WS-STEP-SUB)
                   move "SAFE TO RUN" to WS-DL-VERDICT
               when other
                   move "DO NOT RUN" to WS-DL-VERDICT
           end-evaluate.
           move WS-ST-NOTE(WS-STEP-SUB) to WS-DL-NOTE.
           write RECOVERY-PLAN-LINE from WS-DETAIL-LINE
               after advancing 1 line.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-PUNCH-RESTART-CARDS
      *  THE LEAD CARD SAYS WHERE TO RESUBMIT FROM (OR WHY NOT), AND
      *  ONE CARD PER STEP CARRIES ITS ACTION FOR THE RESUBMITTED
      *  STREAM.
      *-----------------------------------------------------------
       5000-PUNCH-RESTART-CARDS.
           move spaces to RESTART-CARD-RECORD.
           move WS-REPORT-DATE to RK-BUSINESS-DATE.
           evaluate true
               when WS-HOLD-COUNT > 0
                   move "HOLD" to RK-ACTION
                   move WS-FIRST-HOLD-STEP to RK-STEP-NAME
                   move "HAND RECOVERY BEFORE RESTART" to RK-NOTE
               when WS-ACTION-COUNT > 0
                   move "RESTART" to RK-ACTION
                   move WS-FIRST-ACTION-STEP to RK-STEP-NAME
                   move "RESUBMIT NIGHTLY FROM HERE" to RK-NOTE
               when other
                   move "COMPLETE" to RK-ACTION
                   move "NOTHING TO RERUN" to RK-NOTE
           end-evaluate.
           write RESTART-CARD-RECORD.
           perform 5100-PUNCH-ONE-STEP thru 5100-EXIT
               varying WS-STEP-SUB from 1 by 1
               until WS-STEP-SUB > WS-STEP-COUNT.
       5000-EXIT.
           exit.

       5100-PUNCH-ONE-STEP.
           move spaces to RESTART-CARD-RECORD.
           evaluate true
               when WS-ST-SKIP(WS-STEP-SUB)
                   move "SKIP" to RK-ACTION
               when WS-ST-RESTART(WS-STEP-SUB)
                   move "RESTART" to RK-ACTION
                   move WS-ST-CHECKPOINT-DD(WS-STEP-SUB)
                       to RK-CHECKPOINT-DD
               when WS-ST-RUN(WS-STEP-SUB)
                   move "RUN" to RK-ACTION
               when other
                   move "HOLD" to RK-ACTION
           end-evaluate.
           move WS-ST-STEP-NAME(WS-STEP-SUB) to RK-STEP-NAME.
           move WS-ST-LOAD-MODULE(WS-STEP-SUB) to RK-LOAD-MODULE.
           move WS-REPORT-DATE to RK-BUSINESS-DATE.
           move WS-ST-NOTE(WS-STEP-SUB) to RK-NOTE.
           write RESTART-CARD-RECORD.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  RC 0 - NOTHING TO RERUN.  RC 4 - A RESTART PLAN WAS MADE.
      *  RC 8 - A STEP NEEDS RECOVERING BY HAND FIRST.
      *-----------------------------------------------------------
       9000-TERMINATE.
           display "Steps done:      " WS-DONE-COUNT upon console.
           display "Steps failed:    " WS-FAILED-COUNT upon console.
           display "Never started:   " WS-NOT-STARTED-COUNT
               upon console.
           display "Steps on hold:   " WS-HOLD-COUNT upon console.
           evaluate true
               when WS-HOLD-COUNT > 0
                   move 8 to RETURN-CODE
               when WS-ACTION-COUNT > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close RUN-STATUS-FILE.
           close RECOVERY-PLAN-REPORT.
           close RESTART-CARD-FILE.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
