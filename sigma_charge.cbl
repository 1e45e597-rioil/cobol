       IDENTIFICATION DIVISION.
        PROGRAM-ID. sigma-charge.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - month-end chargeback
      *                      for the sigma service.  sweeps the
      *                      indexed SIGMA-HISTORY-FILE for the
      *                      month and prints one statement per
      *                      requesting team on the sigma-requester
      *                      registry: completed requests by
      *                      operation code, each priced from the
      *                      charge-rate table, the
      *                      month's rejected requests from the
      *                      registry counts, and the total charge
      *                      to the team's cost centre, followed by
      *                      a summary page across all teams.
      *                      history with no registered requester
      *                      (calculations from before the code
      *                      existed) is shown as unassigned and is
      *                      not charged.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT SIGMA-HISTORY-FILE ASSIGN TO "SGMHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SIGMA-REQUESTER-FILE ASSIGN TO "SGMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RG-REQUESTER-CODE
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SIGMA-RATE-FILE ASSIGN TO "SGMRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "SGMCHG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  SIGMA-HISTORY-FILE.
           COPY SGMHST.
        FD  SIGMA-REQUESTER-FILE.
           COPY SGMREG.
        FD  SIGMA-RATE-FILE
            LABEL RECORDS ARE STANDARD.
           COPY SGMRAT.
        FD  CHARGEBACK-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  CHARGEBACK-REPORT-LINE         PIC X(132).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-HISTORY-STATUS pic X(02) value "00".
           77 WS-REGISTRY-STATUS pic X(02) value "00".
           77 WS-RATE-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-HISTORY-EOF-SWITCH pic X(01) value "N".
               88 WS-HISTORY-EOF value "Y".
           77 WS-REGISTRY-EOF-SWITCH pic X(01) value "N".
               88 WS-REGISTRY-EOF value "Y".
           77 WS-RATE-EOF-SWITCH pic X(01) value "N".
               88 WS-RATE-EOF value "Y".
           77 WS-RATE-ERROR-SWITCH pic X(01) value "N".
               88 WS-RATE-ERROR value "Y".
           77 WS-INCOMPLETE-SWITCH pic X(01) value "N".
               88 WS-STATEMENTS-INCOMPLETE value "Y".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TEAM-COUNT pic 9(04) comp value 0.
           77 WS-TEAM-MAX pic 9(04) comp value 500.
           77 WS-TEAM-SUB pic 9(04) comp value 0.
           77 WS-TEAM-FOUND-SUB pic 9(04) comp value 0.
           77 WS-OP-SUB pic 9(04) comp value 0.
           77 WS-OP-FOUND-SUB pic 9(04) comp value 0.
           77 WS-SEARCH-OP pic X(01) value space.
           77 WS-HISTORY-READ pic 9(07) value 0.
           77 WS-UNASSIGNED-REQUESTS pic 9(07) value 0.
           77 WS-STATEMENTS-PRINTED pic 9(04) value 0.
           77 WS-GRAND-REQUESTS pic 9(07) value 0.
           77 WS-GRAND-REJECTS pic 9(07) value 0.
           77 WS-GRAND-CHARGE pic 9(08)V99 value 0.
           77 WS-LINE-CHARGE pic 9(08)V99 value 0.
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-TODAY-FIELDS redefines WS-TODAY-DATE.
               05 WS-TODAY-YYYYMM pic 9(06).
               05 FILLER pic 9(02).
           01 WS-CHARGE-MONTH-IN pic X(06).
           01 WS-CHARGE-MONTH-N redefines WS-CHARGE-MONTH-IN
               pic 9(06).
           01 WS-CHARGE-MONTH-FIELDS redefines WS-CHARGE-MONTH-IN.
               05 WS-CM-YEAR pic 9(04).
               05 WS-CM-MONTH pic 9(02).
           01 WS-SWEEP-FROM-DATE pic 9(08).
           01 WS-SWEEP-TO-DATE pic 9(08).
      *    THE FOUR OPERATION CODES IN STATEMENT ORDER - THE RATE
      *    TABLE AND EVERY TEAM'S COUNTS ARE SUBSCRIPTED THE SAME.
           01 WS-OP-CODE-LIST pic X(04) value "SQPA".
           01 WS-OP-CODE-TABLE redefines WS-OP-CODE-LIST.
               05 WS-OP-CODE occurs 4 times pic X(01).
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY occurs 4 times.
                   10 WS-RT-DESCRIPTION pic X(20).
                   10 WS-RT-RATE pic 9(04)V99.
                   10 WS-RT-LOADED-SWITCH pic X(01).
                       88 WS-RT-LOADED value "Y".
           01 WS-TEAM-TABLE.
               05 WS-TEAM-ENTRY occurs 500 times.
                   10 WS-TM-CODE pic X(04).
                   10 WS-TM-NAME pic X(20).
                   10 WS-TM-COST-CENTRE pic X(06).
                   10 WS-TM-REJECTS pic 9(05).
                   10 WS-TM-REJECTS-SWITCH pic X(01).
                       88 WS-TM-REJECTS-HELD value "Y".
                   10 WS-TM-REQUESTS pic 9(06) comp.
                   10 WS-TM-CHARGE pic 9(08)V99.
                   10 WS-TM-OP-REQUESTS occurs 4 times
                       pic 9(06) comp.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 WS-H1-TITLE pic X(36).
               05 FILLER pic X(07) value "MONTH".
               05 WS-H1-YEAR pic 9(04).
               05 FILLER pic X(01) value "/".
               05 WS-H1-MONTH pic 9(02).
               05 FILLER pic X(81) value spaces.
           01 WS-TEAM-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(06) value "TEAM".
               05 WS-TL-CODE pic X(04).
               05 FILLER pic X(02) value spaces.
               05 WS-TL-NAME pic X(20).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(13) value "COST CENTRE".
               05 WS-TL-COST-CENTRE pic X(06).
               05 FILLER pic X(76) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(05) value "OP".
               05 FILLER pic X(22) value "DESCRIPTION".
               05 FILLER pic X(10) value "REQUESTS".
               05 FILLER pic X(09) value "RATE".
               05 FILLER pic X(12) value "CHARGE".
               05 FILLER pic X(73) value spaces.
           01 WS-CHARGE-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-CL-OP pic X(01).
               05 FILLER pic X(04) value spaces.
               05 WS-CL-DESCRIPTION pic X(20).
               05 FILLER pic X(02) value spaces.
               05 WS-CL-REQUESTS pic ZZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 WS-CL-RATE pic ZZZ9.99.
               05 FILLER pic X(03) value spaces.
               05 WS-CL-CHARGE pic ZZZZZZZ9.99.
               05 FILLER pic X(73) value spaces.
           01 WS-REJECT-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(33) value
                   "REJECTED REQUESTS (NOT CHARGED)".
               05 WS-RJ-REJECTS pic X(08).
               05 WS-RJ-REJECTS-N redefines WS-RJ-REJECTS
                   pic ZZZZZZZ9.
               05 FILLER pic X(90) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-TT-LABEL pic X(47).
               05 WS-TT-CHARGE pic ZZZZZZZ9.99.
               05 FILLER pic X(73) value spaces.
           01 WS-SUMMARY-HEADING.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(06) value "TEAM".
               05 FILLER pic X(22) value "NAME".
               05 FILLER pic X(10) value "COST CTR".
               05 FILLER pic X(10) value "REQUESTS".
               05 FILLER pic X(10) value "REJECTS".
               05 FILLER pic X(12) value "CHARGE".
               05 FILLER pic X(61) value spaces.
           01 WS-SUMMARY-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-SL-CODE pic X(04).
               05 FILLER pic X(02) value spaces.
               05 WS-SL-NAME pic X(20).
               05 FILLER pic X(02) value spaces.
               05 WS-SL-COST-CENTRE pic X(06).
               05 FILLER pic X(04) value spaces.
               05 WS-SL-REQUESTS pic ZZZZZZ9.
               05 FILLER pic X(01) value spaces.
               05 WS-SL-REJECTS pic X(08).
               05 WS-SL-REJECTS-N redefines WS-SL-REJECTS
                   pic ZZZZZZZ9.
               05 FILLER pic X(02) value spaces.
               05 WS-SL-CHARGE pic ZZZZZZZ9.99.
               05 FILLER pic X(64) value spaces.
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
      *  LOAD THE RATES AND THE TEAMS, SWEEP THE MONTH'S HISTORY
      *  INTO THE TEAM TABLE, PRICE IT, AND PRINT A STATEMENT PER
      *  TEAM AND THE SUMMARY.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 1200-LOAD-RATE-TABLE thru 1200-EXIT.
           perform 1400-LOAD-TEAM-TABLE thru 1400-EXIT.
           perform 2000-SWEEP-CHARGE-MONTH thru 2000-EXIT.
           perform 3000-PRICE-TEAMS thru 3000-EXIT.
           perform 4000-PRINT-STATEMENTS thru 4000-EXIT.
           perform 5000-PRINT-SUMMARY thru 5000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  FIRST CARD IS THE OPERATOR ID, SECOND THE CHARGE MONTH AS
      *  YYYYMM.  A BLANK MONTH CARD MEANS THE MONTH OF THE BUSINESS
      *  DATE, WHICH IS THE NORMAL MONTH-END RUN.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Charge month? (YYYYMM, blank for current)"
               upon console.
           accept WS-CHARGE-MONTH-IN from console.
           if WS-CHARGE-MONTH-IN = spaces then
               perform 1080-READ-RUN-CONTROL thru 1080-EXIT
               move WS-TODAY-YYYYMM to WS-CHARGE-MONTH-N
           end-if.
           display "Charge month: " WS-CHARGE-MONTH-IN upon console.
           if WS-CHARGE-MONTH-IN is not numeric then
               display "Charge month must be YYYYMM" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if WS-CM-MONTH < 01 or WS-CM-MONTH > 12 then
               display "Charge month must be YYYYMM" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open input SIGMA-HISTORY-FILE.
           if WS-HISTORY-STATUS not = "00" then
               display "SIGMA-HISTORY-FILE open failed - status "
                   WS-HISTORY-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open input SIGMA-REQUESTER-FILE.
           if WS-REGISTRY-STATUS not = "00" then
               display "SIGMA-REQUESTER registry open failed - status "
                   WS-REGISTRY-STATUS upon console
               move 16 to RETURN-CODE
               close SIGMA-HISTORY-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open input SIGMA-RATE-FILE.
           if WS-RATE-STATUS not = "00" then
               display "SIGMA-RATE-FILE open failed - status "
                   WS-RATE-STATUS upon console
               move 16 to RETURN-CODE
               close SIGMA-HISTORY-FILE
               close SIGMA-REQUESTER-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-CM-YEAR to WS-H1-YEAR.
           move WS-CM-MONTH to WS-H1-MONTH.
           open output CHARGEBACK-REPORT-FILE.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "SIGMA-CHARGE" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "SIGMA MONTH-END CHARGEBACK" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE CURRENT MONTH IS THE MONTH OF THE BUSINESS DATE -
      *  USUALLY TODAY, BUT A PRIOR-DATE RERUN SETS THE OVERRIDE ON
      *  THE RUN-CONTROL FILE.
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
      *  1200-LOAD-RATE-TABLE
      *  ONE RATE CARD PER OPERATION CODE.  A CARD FOR AN UNKNOWN
      *  CODE, A NON-NUMERIC RATE OR A SECOND CARD FOR THE SAME
      *  CODE MAKES THE WHOLE TABLE SUSPECT - NO STATEMENT GOES OUT
      *  PRICED FROM A TABLE NOBODY CAN VOUCH FOR.  A CODE WITH NO
      *  CARD AT ALL IS PRICED AT ZERO AND FLAGGED.
      *-----------------------------------------------------------
       1200-LOAD-RATE-TABLE.
           perform 1250-CLEAR-ONE-RATE thru 1250-EXIT
               varying WS-OP-SUB from 1 by 1
               until WS-OP-SUB > 4.
           perform 1390-READ-RATE-CARD thru 1390-EXIT.
           perform 1300-LOAD-ONE-RATE thru 1300-EXIT
               until WS-RATE-EOF.
           close SIGMA-RATE-FILE.
           if WS-RATE-ERROR then
               display "Charge-rate table rejected - no statements "
                   "produced" upon console
               move 16 to RETURN-CODE
               close SIGMA-HISTORY-FILE
               close SIGMA-REQUESTER-FILE
               close CHARGEBACK-REPORT-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
       1200-EXIT.
           exit.

       1250-CLEAR-ONE-RATE.
           move "NO RATE ON FILE" to WS-RT-DESCRIPTION(WS-OP-SUB).
           move 0 to WS-RT-RATE(WS-OP-SUB).
           move "N" to WS-RT-LOADED-SWITCH(WS-OP-SUB).
       1250-EXIT.
           exit.

       1300-LOAD-ONE-RATE.
           if RT-COMMENT-CARD or SIGMA-RATE-RECORD = spaces then
               perform 1390-READ-RATE-CARD thru 1390-EXIT
               go to 1300-EXIT
           end-if.
           move RT-OPERATION-CODE to WS-SEARCH-OP.
           perform 2400-FIND-OPERATION thru 2400-EXIT.
           evaluate true
               when WS-OP-FOUND-SUB = 0
                   display "Rate card for unknown operation code "
                       RT-OPERATION-CODE upon console
                   move "Y" to WS-RATE-ERROR-SWITCH
               when RT-RATE is not numeric
                   display "Rate card for " RT-OPERATION-CODE
                       " has a non-numeric rate" upon console
                   move "Y" to WS-RATE-ERROR-SWITCH
               when WS-RT-LOADED(WS-OP-FOUND-SUB)
                   display "Second rate card for "
                       RT-OPERATION-CODE upon console
                   move "Y" to WS-RATE-ERROR-SWITCH
               when other
                   move RT-DESCRIPTION
                       to WS-RT-DESCRIPTION(WS-OP-FOUND-SUB)
                   move RT-RATE-N to WS-RT-RATE(WS-OP-FOUND-SUB)
                   move "Y" to WS-RT-LOADED-SWITCH(WS-OP-FOUND-SUB)
           end-evaluate.
           perform 1390-READ-RATE-CARD thru 1390-EXIT.
       1300-EXIT.
           exit.

       1390-READ-RATE-CARD.
           read SIGMA-RATE-FILE
               at end
                   move "Y" to WS-RATE-EOF-SWITCH
           end-read.
       1390-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1400-LOAD-TEAM-TABLE
      *  EVERY TEAM ON THE REGISTRY, ACTIVE OR NOT - A TEAM TAKEN
      *  OFF DURING THE MONTH STILL PAYS FOR WHAT IT USED.  THE
      *  REGISTRY ONLY HOLDS REJECT COUNTS FOR THE MONTH SIGMA-EDIT
      *  LAST COUNTED, SO FOR ANY OTHER MONTH THE REJECTS ARE NOT
      *  HELD AND SAY SO.
      *-----------------------------------------------------------
       1400-LOAD-TEAM-TABLE.
           perform 1450-LOAD-ONE-TEAM thru 1450-EXIT
               until WS-REGISTRY-EOF.
           close SIGMA-REQUESTER-FILE.
           display "Teams on registry: " WS-TEAM-COUNT upon console.
       1400-EXIT.
           exit.

       1450-LOAD-ONE-TEAM.
           read SIGMA-REQUESTER-FILE next record
               at end
                   move "Y" to WS-REGISTRY-EOF-SWITCH
           end-read.
           if WS-REGISTRY-EOF then
               go to 1450-EXIT
           end-if.
           if WS-TEAM-COUNT not < WS-TEAM-MAX then
               display "Team table full - raise WS-TEAM-MAX and rerun"
                   upon console
               move 16 to RETURN-CODE
               close SIGMA-HISTORY-FILE
               close SIGMA-REQUESTER-FILE
               close CHARGEBACK-REPORT-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           add 1 to WS-TEAM-COUNT.
           move RG-REQUESTER-CODE to WS-TM-CODE(WS-TEAM-COUNT).
           move RG-TEAM-NAME to WS-TM-NAME(WS-TEAM-COUNT).
           move RG-COST-CENTRE to WS-TM-COST-CENTRE(WS-TEAM-COUNT).
           if RG-COUNT-MONTH = WS-CHARGE-MONTH-N then
               move RG-MONTH-REJECTED to WS-TM-REJECTS(WS-TEAM-COUNT)
               move "Y" to WS-TM-REJECTS-SWITCH(WS-TEAM-COUNT)
           else
               move 0 to WS-TM-REJECTS(WS-TEAM-COUNT)
               move "N" to WS-TM-REJECTS-SWITCH(WS-TEAM-COUNT)
           end-if.
           move 0 to WS-TM-REQUESTS(WS-TEAM-COUNT).
           move 0 to WS-TM-CHARGE(WS-TEAM-COUNT).
           perform 1460-CLEAR-TEAM-OP thru 1460-EXIT
               varying WS-OP-SUB from 1 by 1
               until WS-OP-SUB > 4.
       1450-EXIT.
           exit.

       1460-CLEAR-TEAM-OP.
           move 0 to WS-TM-OP-REQUESTS(WS-TEAM-COUNT, WS-OP-SUB).
       1460-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-SWEEP-CHARGE-MONTH
      *  ONE KEYED SWEEP OF THE MONTH'S HISTORY, EACH COMPLETED
      *  CALCULATION COUNTED AGAINST ITS TEAM AND OPERATION.
      *-----------------------------------------------------------
       2000-SWEEP-CHARGE-MONTH.
           compute WS-SWEEP-FROM-DATE =
               (WS-CHARGE-MONTH-N * 100) + 1.
           compute WS-SWEEP-TO-DATE =
               (WS-CHARGE-MONTH-N * 100) + 31.
           move "N" to WS-HISTORY-EOF-SWITCH.
           move WS-SWEEP-FROM-DATE to SH-RUN-DATE.
           move 0 to SH-SEQUENCE-NO.
           start SIGMA-HISTORY-FILE key is not less than SH-KEY
               invalid key
                   move "Y" to WS-HISTORY-EOF-SWITCH
           end-start.
           perform 2100-COUNT-ONE-HISTORY thru 2100-EXIT
               until WS-HISTORY-EOF.
           close SIGMA-HISTORY-FILE.
           display "History records for month: " WS-HISTORY-READ
               upon console.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-COUNT-ONE-HISTORY
      *  A RECORD WRITTEN BEFORE THE REQUESTER CODE EXISTED IS
      *  SHORTER THAN TODAY'S LAYOUT - THE CODE IS CLEARED BEFORE
      *  EACH READ SO SUCH A RECORD COMES BACK UNASSIGNED RATHER
      *  THAN WEARING THE PREVIOUS RECORD'S TEAM.
      *-----------------------------------------------------------
       2100-COUNT-ONE-HISTORY.
           move spaces to SH-REQUESTER-CODE.
           read SIGMA-HISTORY-FILE next record
               at end
                   move "Y" to WS-HISTORY-EOF-SWITCH
               not at end
                   if SH-RUN-DATE > WS-SWEEP-TO-DATE then
                       move "Y" to WS-HISTORY-EOF-SWITCH
                   end-if
           end-read.
           if WS-HISTORY-EOF then
               go to 2100-EXIT
           end-if.
           add 1 to WS-HISTORY-READ.
           move SH-OPERATION to WS-SEARCH-OP.
           perform 2400-FIND-OPERATION thru 2400-EXIT.
           if WS-OP-FOUND-SUB = 0 then
               display "History " SH-KEY " has unknown operation "
                   SH-OPERATION " - not charged" upon console
               move "Y" to WS-INCOMPLETE-SWITCH
               go to 2100-EXIT
           end-if.
           perform 2300-FIND-TEAM thru 2300-EXIT.
           if WS-TEAM-FOUND-SUB = 0 then
               add 1 to WS-UNASSIGNED-REQUESTS
           else
               add 1 to WS-TM-REQUESTS(WS-TEAM-FOUND-SUB)
               add 1 to WS-TM-OP-REQUESTS(WS-TEAM-FOUND-SUB,
                   WS-OP-FOUND-SUB)
           end-if.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2300-FIND-TEAM
      *  SERIAL SEARCH OF THE TEAM TABLE FOR THE HISTORY RECORD'S
      *  REQUESTER CODE; ZERO WHEN IT IS NOT ON THE REGISTRY.
      *-----------------------------------------------------------
       2300-FIND-TEAM.
           move 0 to WS-TEAM-FOUND-SUB.
           if SH-REQUESTER-CODE = spaces then
               go to 2300-EXIT
           end-if.
           perform 2350-SCAN-ONE-TEAM thru 2350-EXIT
               varying WS-TEAM-SUB from 1 by 1
               until WS-TEAM-SUB > WS-TEAM-COUNT
               or WS-TEAM-FOUND-SUB > 0.
       2300-EXIT.
           exit.

       2350-SCAN-ONE-TEAM.
           if WS-TM-CODE(WS-TEAM-SUB) = SH-REQUESTER-CODE then
               move WS-TEAM-SUB to WS-TEAM-FOUND-SUB
           end-if.
       2350-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2400-FIND-OPERATION
      *  POSITION OF WS-SEARCH-OP IN THE OPERATION-CODE LIST; ZERO
      *  WHEN IT IS NOT ONE OF THE FOUR.
      *-----------------------------------------------------------
       2400-FIND-OPERATION.
           move 0 to WS-OP-FOUND-SUB.
           perform 2450-SCAN-ONE-OPERATION thru 2450-EXIT
               varying WS-OP-SUB from 1 by 1
               until WS-OP-SUB > 4
               or WS-OP-FOUND-SUB > 0.
       2400-EXIT.
           exit.

       2450-SCAN-ONE-OPERATION.
           if WS-OP-CODE(WS-OP-SUB) = WS-SEARCH-OP then
               move WS-OP-SUB to WS-OP-FOUND-SUB
           end-if.
       2450-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-PRICE-TEAMS
      *  EACH TEAM'S CHARGE IS ITS REQUESTS PER OPERATION AT THAT
      *  OPERATION'S RATE.  REQUESTS FOR AN OPERATION WITH NO RATE
      *  CARD GO OUT AT ZERO AND LEAVE THE RUN INCOMPLETE.
      *-----------------------------------------------------------
       3000-PRICE-TEAMS.
           perform 3100-PRICE-ONE-TEAM thru 3100-EXIT
               varying WS-TEAM-SUB from 1 by 1
               until WS-TEAM-SUB > WS-TEAM-COUNT.
       3000-EXIT.
           exit.

       3100-PRICE-ONE-TEAM.
           perform 3150-PRICE-ONE-OPERATION thru 3150-EXIT
               varying WS-OP-SUB from 1 by 1
               until WS-OP-SUB > 4.
           add WS-TM-REQUESTS(WS-TEAM-SUB) to WS-GRAND-REQUESTS.
           add WS-TM-REJECTS(WS-TEAM-SUB) to WS-GRAND-REJECTS.
           add WS-TM-CHARGE(WS-TEAM-SUB) to WS-GRAND-CHARGE.
       3100-EXIT.
           exit.

       3150-PRICE-ONE-OPERATION.
           if WS-TM-OP-REQUESTS(WS-TEAM-SUB, WS-OP-SUB) = 0 then
               go to 3150-EXIT
           end-if.
           if not WS-RT-LOADED(WS-OP-SUB) then
               display "No rate card for operation "
                   WS-OP-CODE(WS-OP-SUB) " - charged at zero"
                   upon console
               move "Y" to WS-INCOMPLETE-SWITCH
           end-if.
           compute WS-LINE-CHARGE =
               WS-TM-OP-REQUESTS(WS-TEAM-SUB, WS-OP-SUB)
               * WS-RT-RATE(WS-OP-SUB).
           add WS-LINE-CHARGE to WS-TM-CHARGE(WS-TEAM-SUB).
       3150-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-PRINT-STATEMENTS
      *  ONE PAGE PER TEAM THAT USED THE SERVICE OR HAD A REQUEST
      *  REJECTED IN THE MONTH.  A TEAM WITH NOTHING TO SHOW GETS
      *  NO STATEMENT.
      *-----------------------------------------------------------
       4000-PRINT-STATEMENTS.
           move "SIGMA CHARGEBACK STATEMENT" to WS-H1-TITLE.
           perform 4100-PRINT-ONE-STATEMENT thru 4100-EXIT
               varying WS-TEAM-SUB from 1 by 1
               until WS-TEAM-SUB > WS-TEAM-COUNT.
       4000-EXIT.
           exit.

       4100-PRINT-ONE-STATEMENT.
           if WS-TM-REQUESTS(WS-TEAM-SUB) = 0
               and WS-TM-REJECTS(WS-TEAM-SUB) = 0 then
               go to 4100-EXIT
           end-if.
           write CHARGEBACK-REPORT-LINE from WS-HEADING-1
               after advancing page.
           move WS-TM-CODE(WS-TEAM-SUB) to WS-TL-CODE.
           move WS-TM-NAME(WS-TEAM-SUB) to WS-TL-NAME.
           move WS-TM-COST-CENTRE(WS-TEAM-SUB) to WS-TL-COST-CENTRE.
           write CHARGEBACK-REPORT-LINE from WS-TEAM-LINE
               after advancing 2 lines.
           write CHARGEBACK-REPORT-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to CHARGEBACK-REPORT-LINE.
           write CHARGEBACK-REPORT-LINE after advancing 1 line.
           perform 4200-PRINT-ONE-CHARGE-LINE thru 4200-EXIT
               varying WS-OP-SUB from 1 by 1
               until WS-OP-SUB > 4.
           if WS-TM-REJECTS-HELD(WS-TEAM-SUB) then
               move WS-TM-REJECTS(WS-TEAM-SUB) to WS-RJ-REJECTS-N
           else
               move "NOT HELD" to WS-RJ-REJECTS
               move "Y" to WS-INCOMPLETE-SWITCH
           end-if.
           write CHARGEBACK-REPORT-LINE from WS-REJECT-LINE
               after advancing 2 lines.
           move "TOTAL CHARGE TO COST CENTRE" to WS-TT-LABEL.
           move WS-TM-CHARGE(WS-TEAM-SUB) to WS-TT-CHARGE.
           write CHARGEBACK-REPORT-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           add 1 to WS-STATEMENTS-PRINTED.
       4100-EXIT.
           exit.

       4200-PRINT-ONE-CHARGE-LINE.
           move WS-OP-CODE(WS-OP-SUB) to WS-CL-OP.
           move WS-RT-DESCRIPTION(WS-OP-SUB) to WS-CL-DESCRIPTION.
           move WS-TM-OP-REQUESTS(WS-TEAM-SUB, WS-OP-SUB)
               to WS-CL-REQUESTS.
           move WS-RT-RATE(WS-OP-SUB) to WS-CL-RATE.
           compute WS-LINE-CHARGE =
               WS-TM-OP-REQUESTS(WS-TEAM-SUB, WS-OP-SUB)
               * WS-RT-RATE(WS-OP-SUB).
           move WS-LINE-CHARGE to WS-CL-CHARGE.
           write CHARGEBACK-REPORT-LINE from WS-CHARGE-LINE
               after advancing 1 line.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-PRINT-SUMMARY
      *  ONE LINE PER TEAM WITH A STATEMENT, THE UNASSIGNED
      *  HISTORY, AND THE MONTH TOTALS - THE PAGE FINANCE POSTS THE
      *  CROSS-CHARGES FROM.
      *-----------------------------------------------------------
       5000-PRINT-SUMMARY.
           move "SIGMA CHARGEBACK SUMMARY" to WS-H1-TITLE.
           write CHARGEBACK-REPORT-LINE from WS-HEADING-1
               after advancing page.
           write CHARGEBACK-REPORT-LINE from WS-SUMMARY-HEADING
               after advancing 2 lines.
           move spaces to CHARGEBACK-REPORT-LINE.
           write CHARGEBACK-REPORT-LINE after advancing 1 line.
           perform 5100-PRINT-ONE-SUMMARY-LINE thru 5100-EXIT
               varying WS-TEAM-SUB from 1 by 1
               until WS-TEAM-SUB > WS-TEAM-COUNT.
           if WS-UNASSIGNED-REQUESTS > 0 then
               move spaces to WS-SL-CODE
               move "UNASSIGNED" to WS-SL-NAME
               move spaces to WS-SL-COST-CENTRE
               move WS-UNASSIGNED-REQUESTS to WS-SL-REQUESTS
               move spaces to WS-SL-REJECTS
               move 0 to WS-SL-CHARGE
               write CHARGEBACK-REPORT-LINE from WS-SUMMARY-LINE
                   after advancing 1 line
               move "Y" to WS-INCOMPLETE-SWITCH
           end-if.
           move spaces to WS-SL-CODE.
           move "MONTH TOTAL" to WS-SL-NAME.
           move spaces to WS-SL-COST-CENTRE.
           compute WS-SL-REQUESTS =
               WS-GRAND-REQUESTS + WS-UNASSIGNED-REQUESTS.
           move WS-GRAND-REJECTS to WS-SL-REJECTS-N.
           move WS-GRAND-CHARGE to WS-SL-CHARGE.
           write CHARGEBACK-REPORT-LINE from WS-SUMMARY-LINE
               after advancing 2 lines.
       5000-EXIT.
           exit.

       5100-PRINT-ONE-SUMMARY-LINE.
           if WS-TM-REQUESTS(WS-TEAM-SUB) = 0
               and WS-TM-REJECTS(WS-TEAM-SUB) = 0 then
               go to 5100-EXIT
           end-if.
           move WS-TM-CODE(WS-TEAM-SUB) to WS-SL-CODE.
           move WS-TM-NAME(WS-TEAM-SUB) to WS-SL-NAME.
           move WS-TM-COST-CENTRE(WS-TEAM-SUB) to WS-SL-COST-CENTRE.
           move WS-TM-REQUESTS(WS-TEAM-SUB) to WS-SL-REQUESTS.
           if WS-TM-REJECTS-HELD(WS-TEAM-SUB) then
               move WS-TM-REJECTS(WS-TEAM-SUB) to WS-SL-REJECTS-N
           else
               move "NOT HELD" to WS-SL-REJECTS
           end-if.
           move WS-TM-CHARGE(WS-TEAM-SUB) to WS-SL-CHARGE.
           write CHARGEBACK-REPORT-LINE from WS-SUMMARY-LINE
               after advancing 1 line.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  RC 4 WHEN ANY STATEMENT IS LESS THAN THE WHOLE STORY -
      *  UNASSIGNED HISTORY, AN OPERATION WITH NO RATE, OR REJECTS
      *  NO LONGER HELD FOR THE MONTH.
      *-----------------------------------------------------------
       9000-TERMINATE.
           display "Statements printed:   " WS-STATEMENTS-PRINTED
               upon console.
           display "Unassigned requests:  " WS-UNASSIGNED-REQUESTS
               upon console.
           display "Month charge total:   " WS-GRAND-CHARGE
               upon console.
           if WS-STATEMENTS-INCOMPLETE then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close CHARGEBACK-REPORT-FILE.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
