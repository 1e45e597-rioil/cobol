       IDENTIFICATION DIVISION.
        PROGRAM-ID. till-cashup.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the tills take cash
      *                      and card as well as payroll deduction,
      *                      and until now nothing balanced the
      *                      money in the drawer.  reads each till's
      *                      declared takings and the cash and card
      *                      dispenses adult-check logged, and prints
      *                      the cash and card over/short for every
      *                      till and date, then the same totalled
      *                      by the operator who cashed up, so the
      *                      differences are followed up the next
      *                      morning.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   a full operator table no longer leaves
      *                      the run from inside the sort - the
      *                      balancing stops, the report and audit
      *                      log are closed and the run ends 16.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT TILL-DECLARATION-FILE ASSIGN TO "TILLDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TILLDEC-STATUS.
           SELECT DISPENSE-LOG ASSIGN TO "DSPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPLOG-STATUS.
           SELECT CASHUP-REPORT ASSIGN TO "CASHRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  TILL-DECLARATION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY TILLDEC.
        FD  DISPENSE-LOG
            LABEL RECORDS ARE STANDARD.
           COPY DSPLOG.
        FD  CASHUP-REPORT
            LABEL RECORDS ARE STANDARD.
        01  CASHUP-LINE                    PIC X(132).
        SD  SORT-WORK-FILE.
        01  SORT-WORK-RECORD.
           05  SRT-TILL-ID                 PIC X(04).
           05  SRT-DATE                    PIC 9(08).
           05  SRT-TYPE                    PIC X(01).
               88  SRT-DECLARATION                     VALUE "D".
               88  SRT-DISPENSE                        VALUE "L".
           05  SRT-OPERATOR-ID             PIC X(08).
           05  SRT-CASH                    PIC 9(06)V99.
           05  SRT-CARD                    PIC 9(06)V99.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-TILLDEC-STATUS pic X(02) value "00".
           77 WS-DSPLOG-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-TILLDEC-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DECLARATIONS value "Y".
           77 WS-DSPLOG-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DISPENSE-LOG value "Y".
           77 WS-SORT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-SORT-WORK value "Y".
           77 WS-ABORT-SWITCH pic X(01) value "N".
               88 WS-RUN-ABORTED value "Y".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-CASHUP-DATE-IN pic X(08).
           01 WS-CASHUP-DATE-N redefines WS-CASHUP-DATE-IN
               pic 9(08).
           77 WS-CASHUP-DATE pic 9(08) value 0.
           77 WS-HOLD-TILL-ID pic X(04).
           77 WS-HOLD-DATE pic 9(08).
           77 WS-HOLD-OPERATOR-ID pic X(08).
           77 WS-GROUP-DECLARATIONS pic 9(04) comp value 0.
           77 WS-GROUP-DECLARED-CASH pic 9(07)V99 value 0.
           77 WS-GROUP-DECLARED-CARD pic 9(07)V99 value 0.
           77 WS-GROUP-LOGGED-CASH pic 9(07)V99 value 0.
           77 WS-GROUP-LOGGED-CARD pic 9(07)V99 value 0.
           77 WS-CASH-OVER-SHORT pic S9(07)V99 value 0.
           77 WS-CARD-OVER-SHORT pic S9(07)V99 value 0.
           77 WS-NET-OVER-SHORT pic S9(07)V99 value 0.
           77 WS-DECLARATIONS-READ pic 9(06) value 0.
           77 WS-DECLARATIONS-BAD pic 9(06) value 0.
           77 WS-DISPENSES-READ pic 9(07) value 0.
           77 WS-TILL-PAID-DISPENSES pic 9(07) value 0.
           77 WS-TILL-DAYS pic 9(05) value 0.
           77 WS-OUT-OF-BALANCE pic 9(05) value 0.
           77 WS-NOT-DECLARED pic 9(05) value 0.
           77 WS-TOTAL-OVER-SHORT pic S9(09)V99 value 0.
           77 WS-OPR-SUB pic 9(04) comp value 0.
           77 WS-OPR-FOUND-SUB pic 9(04) comp value 0.
           77 WS-OPR-COUNT pic 9(04) comp value 0.
           77 WS-OPR-MAX pic 9(04) comp value 200.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY occurs 200 times.
                   10 WS-OS-OPERATOR-ID pic X(08).
                   10 WS-OS-TILL-DAYS pic 9(04) comp.
                   10 WS-OS-CASH pic S9(07)V99.
                   10 WS-OS-CARD pic S9(07)V99.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(50) value
                   "TILL CASH-UP RECONCILIATION".
               05 FILLER pic X(16) value "BUSINESS DATE".
               05 WS-H1-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(16) value "CASH-UP DATE".
               05 WS-H1-CASHUP pic X(08).
               05 FILLER pic X(29) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(07) value "TILL".
               05 FILLER pic X(11) value "DATE".
               05 FILLER pic X(11) value "OPERATOR".
               05 FILLER pic X(12) value " DECL CASH".
               05 FILLER pic X(12) value "LOGGED CASH".
               05 FILLER pic X(14) value "  CASH OVR/SHT".
               05 FILLER pic X(12) value " DECL CARD".
               05 FILLER pic X(12) value "LOGGED CARD".
               05 FILLER pic X(14) value "  CARD OVR/SHT".
               05 FILLER pic X(14) value "NOTE".
               05 FILLER pic X(12) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-TILL-ID pic X(04).
               05 FILLER pic X(03) value spaces.
               05 WS-DL-DATE pic 9(08).
               05 FILLER pic X(03) value spaces.
               05 WS-DL-OPERATOR-ID pic X(08).
               05 FILLER pic X(03) value spaces.
               05 WS-DL-DECLARED-CASH pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-LOGGED-CASH pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-CASH-OVER-SHORT pic ZZZ,ZZ9.99-.
               05 FILLER pic X(03) value spaces.
               05 WS-DL-DECLARED-CARD pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-LOGGED-CARD pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-CARD-OVER-SHORT pic ZZZ,ZZ9.99-.
               05 FILLER pic X(03) value spaces.
               05 WS-DL-NOTE pic X(14).
               05 FILLER pic X(12) value spaces.
           01 WS-OPERATOR-HEADING.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "OVER/SHORT BY CASH-UP OPERATOR".
               05 FILLER pic X(91) value spaces.
           01 WS-OPERATOR-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(10) value "OPERATOR".
               05 WS-OL-OPERATOR-ID pic X(08).
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(06) value "TILLS".
               05 WS-OL-TILL-DAYS pic ZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(10) value "CASH O/S".
               05 WS-OL-CASH pic ZZZ,ZZ9.99-.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(10) value "CARD O/S".
               05 WS-OL-CARD pic ZZZ,ZZ9.99-.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(11) value "TOTAL O/S".
               05 WS-OL-TOTAL pic ZZZ,ZZ9.99-.
               05 FILLER pic X(27) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(14) value "TILL-DAYS".
               05 WS-TL-TILL-DAYS pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(14) value "OUT OF BALANCE".
               05 WS-TL-OUT-OF-BALANCE pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(14) value "NOT DECLARED".
               05 WS-TL-NOT-DECLARED pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(12) value "NET O/S".
               05 WS-TL-NET pic Z,ZZZ,ZZ9.99-.
               05 FILLER pic X(40) value spaces.
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
      *  SORT THE DECLARED TAKINGS AND THE CASH AND CARD DISPENSES
      *  TOGETHER BY TILL AND DATE, AND BALANCE EACH TILL-DAY ON
      *  THE CONTROL BREAK.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           sort SORT-WORK-FILE
               on ascending key SRT-TILL-ID
                                SRT-DATE
                                SRT-TYPE
               input procedure is 3000-RELEASE-TAKINGS
                   thru 3000-EXIT
               output procedure is 4000-BALANCE-TILLS
                   thru 4000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, THEN THE CASH-UP DATE TO BALANCE.  A
      *  BLANK DATE BALANCES EVERY DATE ON THE FILES, WHICH IS THE
      *  NORMAL MORNING RUN AGAINST LAST NIGHT'S GENERATION.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Cash-up date (YYYYMMDD, blank = all)?"
               upon console.
           accept WS-CASHUP-DATE-IN from console.
           if WS-CASHUP-DATE-IN not = spaces then
               if WS-CASHUP-DATE-IN is not numeric then
                   display "Cash-up date must be numeric"
                       upon console
                   move 16 to RETURN-CODE
                   close AUDIT-LOG-FILE
                   goback
               end-if
               move WS-CASHUP-DATE-N to WS-CASHUP-DATE
           end-if.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           move WS-TODAY-DATE to WS-H1-DATE.
           if WS-CASHUP-DATE = 0 then
               move "ALL" to WS-H1-CASHUP
           else
               move WS-CASHUP-DATE-IN to WS-H1-CASHUP
           end-if.
           open output CASHUP-REPORT.
           write CASHUP-LINE from WS-HEADING-1
               after advancing page.
           write CASHUP-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to CASHUP-LINE.
           write CASHUP-LINE after advancing 1 line.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "TILL-CASHUP" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "TILL CASH-UP" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

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
      *  3000-RELEASE-TAKINGS
      *  SORT INPUT PROCEDURE - EVERY DECLARATION, THEN EVERY CASH
      *  OR CARD DISPENSE, FOR THE CASH-UP DATE (OR ALL DATES).
      *  PAYROLL DISPENSES NEVER TOUCHED THE DRAWER AND ARE LEFT
      *  OUT.  A DECLARATION WITH A NON-NUMERIC DATE OR AMOUNT IS
      *  COUNTED AS BAD AND LEFT OUT, SO THE TILL SHOWS SHORT AND
      *  GETS LOOKED AT.
      *-----------------------------------------------------------
       3000-RELEASE-TAKINGS.
           open input TILL-DECLARATION-FILE.
           if WS-TILLDEC-STATUS not = "00" then
               display "Till declarations not available - status "
                   WS-TILLDEC-STATUS ", every till shows undeclared"
                   upon console
           else
               perform 3900-READ-DECLARATION thru 3900-EXIT
               perform 3100-RELEASE-ONE-DECLARATION thru 3100-EXIT
                   until WS-EOF-DECLARATIONS
               close TILL-DECLARATION-FILE
           end-if.
           open input DISPENSE-LOG.
           if WS-DSPLOG-STATUS not = "00" then
               display "Dispense log not available - status "
                   WS-DSPLOG-STATUS ", no dispenses to balance"
                   upon console
           else
               perform 3950-READ-DISPENSE-LOG thru 3950-EXIT
               perform 3200-RELEASE-ONE-DISPENSE thru 3200-EXIT
                   until WS-EOF-DISPENSE-LOG
               close DISPENSE-LOG
           end-if.
       3000-EXIT.
           exit.

       3100-RELEASE-ONE-DECLARATION.
           perform 3150-RELEASE-DECLARATION thru 3150-EXIT.
           perform 3900-READ-DECLARATION thru 3900-EXIT.
       3100-EXIT.
           exit.

       3150-RELEASE-DECLARATION.
           add 1 to WS-DECLARATIONS-READ.
           if TD-BUSINESS-DATE is not numeric
               or TD-DECLARED-CASH is not numeric
               or TD-DECLARED-CARD is not numeric then
               display "Bad declaration for till " TD-TILL-ID
                   " skipped" upon console
               add 1 to WS-DECLARATIONS-BAD
               go to 3150-EXIT
           end-if.
           if WS-CASHUP-DATE not = 0
               and TD-BUSINESS-DATE not = WS-CASHUP-DATE then
               go to 3150-EXIT
           end-if.
           move TD-TILL-ID to SRT-TILL-ID.
           move TD-BUSINESS-DATE to SRT-DATE.
           move "D" to SRT-TYPE.
           move TD-OPERATOR-ID to SRT-OPERATOR-ID.
           move TD-DECLARED-CASH to SRT-CASH.
           move TD-DECLARED-CARD to SRT-CARD.
           release SORT-WORK-RECORD.
       3150-EXIT.
           exit.

       3200-RELEASE-ONE-DISPENSE.
           perform 3250-RELEASE-DISPENSE thru 3250-EXIT.
           perform 3950-READ-DISPENSE-LOG thru 3950-EXIT.
       3200-EXIT.
           exit.

       3250-RELEASE-DISPENSE.
           add 1 to WS-DISPENSES-READ.
           if DG-PAY-PAYROLL then
               go to 3250-EXIT
           end-if.
           if WS-CASHUP-DATE not = 0
               and DG-VISIT-DATE not = WS-CASHUP-DATE then
               go to 3250-EXIT
           end-if.
           move DG-TILL-ID to SRT-TILL-ID.
           move DG-VISIT-DATE to SRT-DATE.
           move "L" to SRT-TYPE.
           move spaces to SRT-OPERATOR-ID.
           move 0 to SRT-CASH.
           move 0 to SRT-CARD.
           if DG-CHARGE-AMOUNT is numeric then
               if DG-PAY-CASH
                   move DG-CHARGE-AMOUNT to SRT-CASH
               else
                   move DG-CHARGE-AMOUNT to SRT-CARD
               end-if
           end-if.
           release SORT-WORK-RECORD.
           add 1 to WS-TILL-PAID-DISPENSES.
       3250-EXIT.
           exit.

       3900-READ-DECLARATION.
           read TILL-DECLARATION-FILE
               at end
                   move "Y" to WS-TILLDEC-EOF-SWITCH
           end-read.
       3900-EXIT.
           exit.

       3950-READ-DISPENSE-LOG.
           read DISPENSE-LOG
               at end
                   move "Y" to WS-DSPLOG-EOF-SWITCH
           end-read.
       3950-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-BALANCE-TILLS
      *  SORT OUTPUT PROCEDURE - ONE LINE PER TILL PER DATE, WITH
      *  THE DECLARATIONS AHEAD OF THE DISPENSES IN EACH GROUP.
      *  AN ABORTED RUN STOPS RETURNING AND LEAVES THE PROCEDURE
      *  NORMALLY, SO THE SORT ENDS AND 9000 CAN CLOSE UP.
      *-----------------------------------------------------------
       4000-BALANCE-TILLS.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
           if WS-EOF-SORT-WORK then
               display "No declarations and no cash or card "
                   "dispenses - nothing to balance" upon console
               go to 4000-EXIT
           end-if.
           perform 4100-START-TILL-DAY thru 4100-EXIT.
           perform 4200-ADD-ONE-ENTRY thru 4200-EXIT
               until WS-EOF-SORT-WORK
               or WS-RUN-ABORTED.
           if WS-RUN-ABORTED then
               go to 4000-EXIT
           end-if.
           perform 4300-CLOSE-TILL-DAY thru 4300-EXIT.
       4000-EXIT.
           exit.

       4100-START-TILL-DAY.
           move SRT-TILL-ID to WS-HOLD-TILL-ID.
           move SRT-DATE to WS-HOLD-DATE.
           move spaces to WS-HOLD-OPERATOR-ID.
           move 0 to WS-GROUP-DECLARATIONS.
           move 0 to WS-GROUP-DECLARED-CASH.
           move 0 to WS-GROUP-DECLARED-CARD.
           move 0 to WS-GROUP-LOGGED-CASH.
           move 0 to WS-GROUP-LOGGED-CARD.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4200-ADD-ONE-ENTRY
      *  A TILL CASHED UP BY MORE THAN ONE OPERATOR IN A DAY
      *  CANNOT HAVE ITS DISPENSES SPLIT BETWEEN THEM, SO THE DAY
      *  IS BALANCED AS A WHOLE AND SHOWN AGAINST "MULTIPLE".
      *-----------------------------------------------------------
       4200-ADD-ONE-ENTRY.
           if SRT-TILL-ID not = WS-HOLD-TILL-ID
               or SRT-DATE not = WS-HOLD-DATE then
               perform 4300-CLOSE-TILL-DAY thru 4300-EXIT
               if WS-RUN-ABORTED
                   go to 4200-EXIT
               end-if
               perform 4100-START-TILL-DAY thru 4100-EXIT
           end-if.
           if SRT-DECLARATION then
               add 1 to WS-GROUP-DECLARATIONS
               add SRT-CASH to WS-GROUP-DECLARED-CASH
               add SRT-CARD to WS-GROUP-DECLARED-CARD
               if WS-HOLD-OPERATOR-ID = spaces
                   move SRT-OPERATOR-ID to WS-HOLD-OPERATOR-ID
               else
                   if SRT-OPERATOR-ID not = WS-HOLD-OPERATOR-ID
                       move "MULTIPLE" to WS-HOLD-OPERATOR-ID
                   end-if
               end-if
           else
               add SRT-CASH to WS-GROUP-LOGGED-CASH
               add SRT-CARD to WS-GROUP-LOGGED-CARD
           end-if.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4300-CLOSE-TILL-DAY
      *  OVER/SHORT IS DECLARED LESS LOGGED - POSITIVE IS MORE IN
      *  THE DRAWER THAN WAS SOLD, NEGATIVE IS MONEY MISSING.
      *-----------------------------------------------------------
       4300-CLOSE-TILL-DAY.
           compute WS-CASH-OVER-SHORT =
               WS-GROUP-DECLARED-CASH - WS-GROUP-LOGGED-CASH.
           compute WS-CARD-OVER-SHORT =
               WS-GROUP-DECLARED-CARD - WS-GROUP-LOGGED-CARD.
           compute WS-NET-OVER-SHORT =
               WS-CASH-OVER-SHORT + WS-CARD-OVER-SHORT.
           add 1 to WS-TILL-DAYS.
           add WS-NET-OVER-SHORT to WS-TOTAL-OVER-SHORT.
           evaluate true
               when WS-GROUP-DECLARATIONS = 0
                   move "*NONE*" to WS-HOLD-OPERATOR-ID
                   move "NOT DECLARED" to WS-DL-NOTE
                   add 1 to WS-NOT-DECLARED
               when WS-CASH-OVER-SHORT = 0
                   and WS-CARD-OVER-SHORT = 0
                   move "BALANCED" to WS-DL-NOTE
               when WS-NET-OVER-SHORT > 0
                   move "OVER" to WS-DL-NOTE
                   add 1 to WS-OUT-OF-BALANCE
               when WS-NET-OVER-SHORT < 0
                   move "SHORT" to WS-DL-NOTE
                   add 1 to WS-OUT-OF-BALANCE
               when other
                   move "CASH/CARD MIX" to WS-DL-NOTE
                   add 1 to WS-OUT-OF-BALANCE
           end-evaluate.
           move WS-HOLD-TILL-ID to WS-DL-TILL-ID.
           move WS-HOLD-DATE to WS-DL-DATE.
           move WS-HOLD-OPERATOR-ID to WS-DL-OPERATOR-ID.
           move WS-GROUP-DECLARED-CASH to WS-DL-DECLARED-CASH.
           move WS-GROUP-LOGGED-CASH to WS-DL-LOGGED-CASH.
           move WS-CASH-OVER-SHORT to WS-DL-CASH-OVER-SHORT.
           move WS-GROUP-DECLARED-CARD to WS-DL-DECLARED-CARD.
           move WS-GROUP-LOGGED-CARD to WS-DL-LOGGED-CARD.
           move WS-CARD-OVER-SHORT to WS-DL-CARD-OVER-SHORT.
           write CASHUP-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           perform 4400-ADD-TO-OPERATOR thru 4400-EXIT.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4400-ADD-TO-OPERATOR
      *  ROLL THE TILL-DAY INTO ITS CASH-UP OPERATOR'S TOTALS FOR
      *  THE SUMMARY AT THE END OF THE REPORT.
      *-----------------------------------------------------------
       4400-ADD-TO-OPERATOR.
           move 0 to WS-OPR-FOUND-SUB.
           perform 4450-SCAN-ONE-OPERATOR thru 4450-EXIT
               varying WS-OPR-SUB from 1 by 1
               until WS-OPR-SUB > WS-OPR-COUNT
               or WS-OPR-FOUND-SUB > 0.
           if WS-OPR-FOUND-SUB = 0 then
               if WS-OPR-COUNT >= WS-OPR-MAX then
                   display "Operator table full - raise "
                       "WS-OPR-MAX and rerun" upon console
                   move "Y" to WS-ABORT-SWITCH
                   go to 4400-EXIT
               end-if
               add 1 to WS-OPR-COUNT
               move WS-OPR-COUNT to WS-OPR-FOUND-SUB
               move WS-HOLD-OPERATOR-ID
                   to WS-OS-OPERATOR-ID(WS-OPR-FOUND-SUB)
               move 0 to WS-OS-TILL-DAYS(WS-OPR-FOUND-SUB)
               move 0 to WS-OS-CASH(WS-OPR-FOUND-SUB)
               move 0 to WS-OS-CARD(WS-OPR-FOUND-SUB)
           end-if.
           add 1 to WS-OS-TILL-DAYS(WS-OPR-FOUND-SUB).
           add WS-CASH-OVER-SHORT to WS-OS-CASH(WS-OPR-FOUND-SUB).
           add WS-CARD-OVER-SHORT to WS-OS-CARD(WS-OPR-FOUND-SUB).
       4400-EXIT.
           exit.

       4450-SCAN-ONE-OPERATOR.
           if WS-OS-OPERATOR-ID(WS-OPR-SUB) = WS-HOLD-OPERATOR-ID
               then
               move WS-OPR-SUB to WS-OPR-FOUND-SUB
           end-if.
       4450-EXIT.
           exit.

       4900-RETURN-SORT-RECORD.
           return SORT-WORK-FILE
               at end
                   move "Y" to WS-SORT-EOF-SWITCH
           end-return.
       4900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-PRINT-OPERATOR-SUMMARY
      *  ONE LINE PER CASH-UP OPERATOR WITH THEIR TILL-DAYS AND
      *  THE CASH, CARD AND TOTAL OVER/SHORT ACROSS THEM.
      *-----------------------------------------------------------
       5000-PRINT-OPERATOR-SUMMARY.
           if WS-OPR-COUNT = 0 then
               go to 5000-EXIT
           end-if.
           write CASHUP-LINE from WS-OPERATOR-HEADING
               after advancing 3 lines.
           move spaces to CASHUP-LINE.
           write CASHUP-LINE after advancing 1 line.
           perform 5100-PRINT-ONE-OPERATOR thru 5100-EXIT
               varying WS-OPR-SUB from 1 by 1
               until WS-OPR-SUB > WS-OPR-COUNT.
       5000-EXIT.
           exit.

       5100-PRINT-ONE-OPERATOR.
           move WS-OS-OPERATOR-ID(WS-OPR-SUB) to WS-OL-OPERATOR-ID.
           move WS-OS-TILL-DAYS(WS-OPR-SUB) to WS-OL-TILL-DAYS.
           move WS-OS-CASH(WS-OPR-SUB) to WS-OL-CASH.
           move WS-OS-CARD(WS-OPR-SUB) to WS-OL-CARD.
           compute WS-NET-OVER-SHORT =
               WS-OS-CASH(WS-OPR-SUB) + WS-OS-CARD(WS-OPR-SUB).
           move WS-NET-OVER-SHORT to WS-OL-TOTAL.
           write CASHUP-LINE from WS-OPERATOR-LINE
               after advancing 1 line.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  AN ABORTED RUN PRINTS NO SUMMARY OR TOTALS - THEY WOULD BE
      *  SHORT - AND ENDS 16 ONCE THE FILES ARE CLOSED.
      *-----------------------------------------------------------
       9000-TERMINATE.
           if WS-RUN-ABORTED then
               display "Cash-up abandoned - report incomplete"
                   upon console
               move 16 to RETURN-CODE
               close CASHUP-REPORT
               close AUDIT-LOG-FILE
               go to 9000-EXIT
           end-if.
           perform 5000-PRINT-OPERATOR-SUMMARY thru 5000-EXIT.
           move WS-TILL-DAYS to WS-TL-TILL-DAYS.
           move WS-OUT-OF-BALANCE to WS-TL-OUT-OF-BALANCE.
           move WS-NOT-DECLARED to WS-TL-NOT-DECLARED.
           move WS-TOTAL-OVER-SHORT to WS-TL-NET.
           write CASHUP-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           display "Declarations read:     " WS-DECLARATIONS-READ
               upon console.
           display "Bad declarations:      " WS-DECLARATIONS-BAD
               upon console.
           display "Dispenses read:        " WS-DISPENSES-READ
               upon console.
           display "Cash/card dispenses:   " WS-TILL-PAID-DISPENSES
               upon console.
           display "Till-days balanced:    " WS-TILL-DAYS
               upon console.
           display "Out of balance:        " WS-OUT-OF-BALANCE
               upon console.
           display "Not declared:          " WS-NOT-DECLARED
               upon console.
           if WS-OUT-OF-BALANCE > 0
               or WS-NOT-DECLARED > 0
               or WS-DECLARATIONS-BAD > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close CASHUP-REPORT.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
