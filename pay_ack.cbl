       IDENTIFICATION DIVISION.
        PROGRAM-ID. pay-ack.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - closes the loop on
      *                      the payroll-deduction extract.  cant-
      *                      stmt sends PAYDED and we never heard
      *                      what payroll actually took - leavers,
      *                      unpaid leave and deduction caps all
      *                      mean the amount sent is not the amount
      *                      collected.  reads payroll's return
      *                      file, reconciles it customer by
      *                      customer against the PAYDED extract
      *                      that was sent, posts the charges billed
      *                      and the amount deducted to the new
      *                      canteen account ledger, and keeps each
      *                      customer's running balance on the
      *                      canteen account master - a balance
      *                      left owing is arrears, which cant-stmt
      *                      brings forward onto next month's
      *                      statement.  prints a reconciliation
      *                      report of every short, missing, over
      *                      and unbilled deduction.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   an unbilled return is now stamped with
      *                      the statement date being reconciled
      *                      and not credited again when the same
      *                      return is rerun; several returns for
      *                      one unbilled customer post as one.
      *  15/10/2026  rioil   count canteen accounts that could not
      *                      be written or rewritten and end the
      *                      run 16 when there are any.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PAYROLL-DEDUCTION-EXTRACT ASSIGN TO "PAYDED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYROLL-ACK-FILE ASSIGN TO "PAYACK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CANTEEN-ACCOUNT-FILE ASSIGN TO "CANACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUSTOMER-ID
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLDG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECONCILIATION-REPORT ASSIGN TO "ACKRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  PAYROLL-DEDUCTION-EXTRACT
            LABEL RECORDS ARE STANDARD.
           COPY PAYDED.
        FD  PAYROLL-ACK-FILE
            LABEL RECORDS ARE STANDARD.
           COPY PAYACK.
        FD  CANTEEN-ACCOUNT-FILE.
           COPY CANACCT.
        FD  ACCOUNT-LEDGER-FILE
            LABEL RECORDS ARE STANDARD.
           COPY ACCTLDG.
        FD  RECONCILIATION-REPORT
            LABEL RECORDS ARE STANDARD.
        01  RECONCILIATION-LINE            PIC X(132).
        SD  SORT-WORK-FILE.
        01  SORT-WORK-RECORD.
           05  SRT-CUSTOMER-ID             PIC 9(06).
           05  SRT-AMOUNT-DEDUCTED         PIC 9(06)V99.
           05  SRT-SHORT-REASON            PIC X(20).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-ACCOUNT-STATUS pic X(02) value "00".
           77 WS-ACK-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-PAYROLL-ACK value "Y".
           77 WS-PD-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DEDUCTION-EXTRACT value "Y".
           77 WS-SORT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-SORT-WORK value "Y".
           77 WS-ACCOUNT-FOUND-SWITCH pic X(01) value "N".
               88 WS-ACCOUNT-FOUND value "Y".
           77 WS-RETURN-SEEN-SWITCH pic X(01) value "N".
               88 WS-RETURN-SEEN value "Y".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-PD-KEY pic 9(07) value 0.
           77 WS-ACK-KEY pic 9(07) value 0.
           77 WS-END-KEY pic 9(07) value 9999999.
           77 WS-RUN-STATEMENT-DATE pic 9(08) value 0.
           77 WS-CHARGES pic 9(06)V99 value 0.
           77 WS-DEDUCTED pic 9(06)V99 value 0.
           77 WS-SHORTFALL pic S9(07)V99 value 0.
           77 WS-SHORT-REASON pic X(20).
           77 WS-SENT-AMOUNT pic 9(06)V99 value 0.
           77 WS-REPORT-NAME pic X(30).
           77 WS-STATUS-TEXT pic X(10).
           77 WS-ACKS-RELEASED pic 9(06) value 0.
           77 WS-EXTRACTS-READ pic 9(06) value 0.
           77 WS-PAID-IN-FULL pic 9(06) value 0.
           77 WS-PAID-SHORT pic 9(06) value 0.
           77 WS-NO-RETURN pic 9(06) value 0.
           77 WS-OVER-DEDUCTED pic 9(06) value 0.
           77 WS-UNBILLED pic 9(06) value 0.
           77 WS-ALREADY-POSTED pic 9(06) value 0.
           77 WS-SAVES-FAILED pic 9(06) value 0.
           77 WS-TOTAL-SENT pic 9(08)V99 value 0.
           77 WS-TOTAL-DEDUCTED pic 9(08)V99 value 0.
           77 WS-TOTAL-ARREARS pic S9(09)V99 value 0.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "PAYROLL DEDUCTION RECONCILIATION".
               05 FILLER pic X(16) value "BUSINESS DATE".
               05 WS-H1-DATE pic 9(08).
               05 FILLER pic X(67) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(08) value "CUSTOMER".
               05 FILLER pic X(32) value "NAME".
               05 FILLER pic X(12) value "      SENT".
               05 FILLER pic X(12) value "  DEDUCTED".
               05 FILLER pic X(12) value "     SHORT".
               05 FILLER pic X(15) value "      BALANCE".
               05 FILLER pic X(12) value "STATUS".
               05 FILLER pic X(20) value "REASON".
               05 FILLER pic X(08) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-CUSTOMER-ID pic 9(06).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-NAME pic X(30).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-SENT pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DEDUCTED pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-SHORT pic ZZZ,ZZ9.99-.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-BALANCE pic Z,ZZZ,ZZ9.99-.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-STATUS pic X(10).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-REASON pic X(20).
               05 FILLER pic X(08) value spaces.
           01 WS-TOTAL-LINE-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(16) value "EXTRACT RECORDS".
               05 WS-T1-EXTRACTS pic ZZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(12) value "TOTAL SENT".
               05 WS-T1-SENT pic ZZ,ZZZ,ZZ9.99.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(16) value "TOTAL DEDUCTED".
               05 WS-T1-DEDUCTED pic ZZ,ZZZ,ZZ9.99.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(16) value "ARREARS OWED".
               05 WS-T1-ARREARS pic ZZ,ZZZ,ZZ9.99-.
               05 FILLER pic X(13) value spaces.
           01 WS-TOTAL-LINE-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(06) value "PAID".
               05 WS-T2-PAID pic ZZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(07) value "SHORT".
               05 WS-T2-SHORT pic ZZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(11) value "NO RETURN".
               05 WS-T2-NO-RETURN pic ZZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(06) value "OVER".
               05 WS-T2-OVER pic ZZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(10) value "UNBILLED".
               05 WS-T2-UNBILLED pic ZZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(16) value "ALREADY POSTED".
               05 WS-T2-POSTED pic ZZZZZ9.
               05 FILLER pic X(20) value spaces.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  SORT PAYROLL'S RETURN FILE INTO CUSTOMER-ID ORDER AND
      *  MATCH IT AGAINST THE PAYDED EXTRACT, WHICH CANT-STMT
      *  ALREADY WROTE IN THAT ORDER.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           sort SORT-WORK-FILE
               on ascending key SRT-CUSTOMER-ID
               input procedure is 3000-RELEASE-ACKS
                   thru 3000-EXIT
               output procedure is 4000-RECONCILE-DEDUCTIONS
                   thru 4000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  THE CANTEEN ACCOUNT MASTER IS BUILT EMPTY THE FIRST TIME
      *  THIS PROGRAM RUNS; ANY OTHER OPEN FAILURE STOPS THE RUN -
      *  RECONCILING WITHOUT SOMEWHERE TO POST IS POINTLESS.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open i-o CANTEEN-ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = "35" then
               open output CANTEEN-ACCOUNT-FILE
               close CANTEEN-ACCOUNT-FILE
               open i-o CANTEEN-ACCOUNT-FILE
           end-if.
           if WS-ACCOUNT-STATUS not = "00" then
               display "Canteen account master open failed - status "
                   WS-ACCOUNT-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-TODAY-DATE to WS-H1-DATE.
           open input PAYROLL-DEDUCTION-EXTRACT.
           open extend ACCOUNT-LEDGER-FILE.
           open output RECONCILIATION-REPORT.
           write RECONCILIATION-LINE from WS-HEADING-1
               after advancing page.
           write RECONCILIATION-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to RECONCILIATION-LINE.
           write RECONCILIATION-LINE after advancing 1 line.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "PAY-ACK" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "PAYROLL ACK RECONCILE" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  EVERY LEDGER POSTING IS STAMPED WITH THE BUSINESS DATE -
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
      *  1090-REGISTER-RUN-START
      *  REGISTER THIS RUN ON THE SHARED RUN-STATUS FILE.  A CLEAN
      *  RUN ALREADY ON FILE FOR THE BUSINESS DATE IS A DUPLICATE
      *  SUBMISSION AND IS REFUSED - THE SAME RETURN FILE POSTED
      *  TWICE WOULD CREDIT EVERY ACCOUNT TWICE.
      *-----------------------------------------------------------
       1090-REGISTER-RUN-START.
           move "S" to RC-FUNCTION-CODE.
           move "PAY-ACK" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "PAY-ACK already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "PAY-ACK refused - " WS-TODAY-DATE
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
      *  3000-RELEASE-ACKS
      *  SORT INPUT PROCEDURE - ONE SORT RECORD PER PAYROLL RETURN
      *  RECORD.  A NON-NUMERIC AMOUNT IS TAKEN AS NOTHING
      *  DEDUCTED, SO THE CUSTOMER SHOWS AS SHORT AND GETS LOOKED
      *  AT RATHER THAN ABENDING THE RECONCILIATION.
      *-----------------------------------------------------------
       3000-RELEASE-ACKS.
           open input PAYROLL-ACK-FILE.
           perform 3900-READ-PAYROLL-ACK thru 3900-EXIT.
           perform 3100-RELEASE-ONE-ACK thru 3100-EXIT
               until WS-EOF-PAYROLL-ACK.
           close PAYROLL-ACK-FILE.
       3000-EXIT.
           exit.

       3100-RELEASE-ONE-ACK.
           move PK-CUSTOMER-ID to SRT-CUSTOMER-ID.
           if PK-AMOUNT-DEDUCTED is numeric
               move PK-AMOUNT-DEDUCTED to SRT-AMOUNT-DEDUCTED
           else
               move 0 to SRT-AMOUNT-DEDUCTED
           end-if.
           move PK-SHORT-REASON to SRT-SHORT-REASON.
           release SORT-WORK-RECORD.
           add 1 to WS-ACKS-RELEASED.
           perform 3900-READ-PAYROLL-ACK thru 3900-EXIT.
       3100-EXIT.
           exit.

       3900-READ-PAYROLL-ACK.
           read PAYROLL-ACK-FILE
               at end
                   move "Y" to WS-ACK-EOF-SWITCH
           end-read.
       3900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-RECONCILE-DEDUCTIONS
      *  SORT OUTPUT PROCEDURE - MATCH THE SORTED RETURNS AGAINST
      *  THE PAYDED EXTRACT ON CUSTOMER ID.  AN EXTRACT RECORD
      *  TAKES EVERY RETURN FOR ITS CUSTOMER (NONE AT ALL MEANS
      *  PAYROLL NEVER DEDUCTED); A RETURN WITH NO EXTRACT RECORD
      *  IS MONEY TAKEN THAT WE NEVER BILLED.
      *-----------------------------------------------------------
       4000-RECONCILE-DEDUCTIONS.
           perform 4800-READ-EXTRACT thru 4800-EXIT.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
           perform 4100-MATCH-ONE-KEY thru 4100-EXIT
               until WS-EOF-DEDUCTION-EXTRACT
               and WS-EOF-SORT-WORK.
       4000-EXIT.
           exit.

       4100-MATCH-ONE-KEY.
           if WS-PD-KEY not > WS-ACK-KEY then
               perform 4200-RECONCILE-CUSTOMER thru 4200-EXIT
               perform 4800-READ-EXTRACT thru 4800-EXIT
           else
               perform 4300-POST-UNBILLED-RETURN thru 4300-EXIT
           end-if.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4200-RECONCILE-CUSTOMER
      *  ONE PAYDED CUSTOMER.  THE AMOUNT SENT INCLUDES ANY ARREARS
      *  ALREADY ON THE ACCOUNT, SO ONLY THE MONTH'S NEW CHARGES
      *  ARE DEBITED; WHATEVER PAYROLL TOOK IS CREDITED.  A
      *  STATEMENT ALREADY POSTED TO THE ACCOUNT IS NOT POSTED
      *  AGAIN.
      *-----------------------------------------------------------
       4200-RECONCILE-CUSTOMER.
           move 0 to WS-DEDUCTED.
           move spaces to WS-SHORT-REASON.
           move "N" to WS-RETURN-SEEN-SWITCH.
           perform 4250-TAKE-ONE-RETURN thru 4250-EXIT
               until WS-ACK-KEY not = WS-PD-KEY.
           if PD-ARREARS-AMOUNT is numeric
               and PD-ARREARS-AMOUNT not > PD-AMOUNT then
               compute WS-CHARGES = PD-AMOUNT - PD-ARREARS-AMOUNT
           else
               move PD-AMOUNT to WS-CHARGES
           end-if.
           compute WS-SHORTFALL = PD-AMOUNT - WS-DEDUCTED.
           move PD-CUSTOMER-ID to CA-CUSTOMER-ID.
           perform 5000-READ-ACCOUNT thru 5000-EXIT.
           if not WS-ACCOUNT-FOUND then
               move PD-NAME to CA-NAME
           end-if.
           move PD-AMOUNT to WS-SENT-AMOUNT.
           move PD-NAME to WS-REPORT-NAME.
           if WS-ACCOUNT-FOUND
               and CA-LAST-POSTED-DATE = PD-STATEMENT-DATE then
               move "POSTED" to WS-STATUS-TEXT
               move "STATEMENT ALREADY IN" to WS-SHORT-REASON
               add 1 to WS-ALREADY-POSTED
               perform 6000-WRITE-REPORT-LINE thru 6000-EXIT
               go to 4200-EXIT
           end-if.
           evaluate true
               when not WS-RETURN-SEEN
                   move "NO RETURN" to WS-STATUS-TEXT
                   move "NOT ON PAYROLL FILE" to WS-SHORT-REASON
                   add 1 to WS-NO-RETURN
               when WS-SHORTFALL = 0
                   move "PAID" to WS-STATUS-TEXT
                   add 1 to WS-PAID-IN-FULL
               when WS-SHORTFALL > 0
                   move "SHORT" to WS-STATUS-TEXT
                   add 1 to WS-PAID-SHORT
               when other
                   move "OVER" to WS-STATUS-TEXT
                   add 1 to WS-OVER-DEDUCTED
           end-evaluate.
           move PD-STATEMENT-DATE to AT-STATEMENT-DATE.
           if WS-CHARGES > 0 then
               add WS-CHARGES to CA-BALANCE
               move "BILLED" to AT-POSTING-TYPE
               move WS-CHARGES to AT-DEBIT-AMOUNT
               move 0 to AT-CREDIT-AMOUNT
               move spaces to AT-NOTE
               perform 5500-WRITE-LEDGER-ENTRY thru 5500-EXIT
           end-if.
           subtract WS-DEDUCTED from CA-BALANCE.
           move "DEDUCTED" to AT-POSTING-TYPE.
           move 0 to AT-DEBIT-AMOUNT.
           move WS-DEDUCTED to AT-CREDIT-AMOUNT.
           move WS-SHORT-REASON to AT-NOTE.
           perform 5500-WRITE-LEDGER-ENTRY thru 5500-EXIT.
           move PD-STATEMENT-DATE to CA-LAST-POSTED-DATE.
           move PD-AMOUNT to CA-LAST-BILLED.
           move WS-DEDUCTED to CA-LAST-DEDUCTED.
           move WS-SHORT-REASON to CA-LAST-SHORT-REASON.
           perform 5100-AGE-ARREARS thru 5100-EXIT.
           perform 5200-SAVE-ACCOUNT thru 5200-EXIT.
           add PD-AMOUNT to WS-TOTAL-SENT.
           add WS-DEDUCTED to WS-TOTAL-DEDUCTED.
           perform 6000-WRITE-REPORT-LINE thru 6000-EXIT.
       4200-EXIT.
           exit.

       4250-TAKE-ONE-RETURN.
           move "Y" to WS-RETURN-SEEN-SWITCH.
           add SRT-AMOUNT-DEDUCTED to WS-DEDUCTED.
           if WS-SHORT-REASON = spaces then
               move SRT-SHORT-REASON to WS-SHORT-REASON
           end-if.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
       4250-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4300-POST-UNBILLED-RETURN
      *  PAYROLL TOOK MONEY FROM SOMEONE NOT ON THE EXTRACT SENT -
      *  USUALLY A LATE DEDUCTION AGAINST OLD ARREARS.  IT IS
      *  STILL MONEY COLLECTED, SO IT IS CREDITED TO THE ACCOUNT,
      *  AND REPORTED SO FINANCE CAN CONFIRM IT.  EVERY RETURN FOR
      *  THE CUSTOMER IS TAKEN TOGETHER, AND THE ACCOUNT IS STAMPED
      *  WITH THE STATEMENT DATE BEING RECONCILED, SO A RERUN OF
      *  THE SAME RETURN DOES NOT CREDIT IT A SECOND TIME.  WITH
      *  NO EXTRACT THERE IS NO STATEMENT TO STAMP, SO THE MONEY IS
      *  ONLY REPORTED, NOT POSTED.
      *-----------------------------------------------------------
       4300-POST-UNBILLED-RETURN.
           move SRT-CUSTOMER-ID to CA-CUSTOMER-ID.
           perform 5000-READ-ACCOUNT thru 5000-EXIT.
           move 0 to WS-DEDUCTED.
           move spaces to WS-SHORT-REASON.
           perform 4250-TAKE-ONE-RETURN thru 4250-EXIT
               until WS-ACK-KEY not = CA-CUSTOMER-ID.
           move 0 to WS-SENT-AMOUNT.
           compute WS-SHORTFALL = 0 - WS-DEDUCTED.
           move CA-NAME to WS-REPORT-NAME.
           if WS-RUN-STATEMENT-DATE = 0 then
               move "HELD" to WS-STATUS-TEXT
               move "NO EXTRACT - HELD" to WS-SHORT-REASON
               add 1 to WS-UNBILLED
               perform 6000-WRITE-REPORT-LINE thru 6000-EXIT
               go to 4300-EXIT
           end-if.
           if WS-ACCOUNT-FOUND
               and CA-LAST-POSTED-DATE = WS-RUN-STATEMENT-DATE then
               move "POSTED" to WS-STATUS-TEXT
               move "RETURN ALREADY IN" to WS-SHORT-REASON
               add 1 to WS-ALREADY-POSTED
               perform 6000-WRITE-REPORT-LINE thru 6000-EXIT
               go to 4300-EXIT
           end-if.
           move "NOT ON EXTRACT SENT" to WS-SHORT-REASON.
           move "UNBILLED" to WS-STATUS-TEXT.
           subtract WS-DEDUCTED from CA-BALANCE.
           move 0 to AT-STATEMENT-DATE.
           move "DEDUCTED" to AT-POSTING-TYPE.
           move 0 to AT-DEBIT-AMOUNT.
           move WS-DEDUCTED to AT-CREDIT-AMOUNT.
           move WS-SHORT-REASON to AT-NOTE.
           perform 5500-WRITE-LEDGER-ENTRY thru 5500-EXIT.
           move WS-RUN-STATEMENT-DATE to CA-LAST-POSTED-DATE.
           move WS-DEDUCTED to CA-LAST-DEDUCTED.
           perform 5100-AGE-ARREARS thru 5100-EXIT.
           perform 5200-SAVE-ACCOUNT thru 5200-EXIT.
           add WS-DEDUCTED to WS-TOTAL-DEDUCTED.
           add 1 to WS-UNBILLED.
           perform 6000-WRITE-REPORT-LINE thru 6000-EXIT.
       4300-EXIT.
           exit.

       4800-READ-EXTRACT.
           if WS-EOF-DEDUCTION-EXTRACT then
               go to 4800-EXIT
           end-if.
           read PAYROLL-DEDUCTION-EXTRACT
               at end
                   move "Y" to WS-PD-EOF-SWITCH
                   move WS-END-KEY to WS-PD-KEY
               not at end
                   move PD-CUSTOMER-ID to WS-PD-KEY
                   add 1 to WS-EXTRACTS-READ
                   if WS-RUN-STATEMENT-DATE = 0
                       move PD-STATEMENT-DATE to WS-RUN-STATEMENT-DATE
                   end-if
           end-read.
       4800-EXIT.
           exit.

       4900-RETURN-SORT-RECORD.
           if WS-EOF-SORT-WORK then
               go to 4900-EXIT
           end-if.
           return SORT-WORK-FILE
               at end
                   move "Y" to WS-SORT-EOF-SWITCH
                   move WS-END-KEY to WS-ACK-KEY
               not at end
                   move SRT-CUSTOMER-ID to WS-ACK-KEY
           end-return.
       4900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-READ-ACCOUNT
      *  FETCH THE CUSTOMER'S CANTEEN ACCOUNT, OR START A NEW ONE
      *  AT A ZERO BALANCE FOR A FIRST-TIME CUSTOMER.
      *-----------------------------------------------------------
       5000-READ-ACCOUNT.
           move "Y" to WS-ACCOUNT-FOUND-SWITCH.
           read CANTEEN-ACCOUNT-FILE
               invalid key
                   move "N" to WS-ACCOUNT-FOUND-SWITCH
           end-read.
           if not WS-ACCOUNT-FOUND then
               move spaces to CA-NAME
               move 0 to CA-BALANCE
               move 0 to CA-ARREARS-SINCE
               move 0 to CA-LAST-POSTED-DATE
               move 0 to CA-LAST-BILLED
               move 0 to CA-LAST-DEDUCTED
               move spaces to CA-LAST-SHORT-REASON
           end-if.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5100-AGE-ARREARS
      *  AN ACCOUNT THAT HAS JUST FALLEN BEHIND IS STAMPED WITH THE
      *  STATEMENT DATE IT FELL BEHIND ON, FOR THE AGED-DEBT
      *  REPORT; ONE THAT IS CLEAR AGAIN LOSES THE STAMP.
      *-----------------------------------------------------------
       5100-AGE-ARREARS.
           if CA-BALANCE > 0 then
               if CA-ARREARS-SINCE = 0 then
                   if AT-STATEMENT-DATE > 0
                       move AT-STATEMENT-DATE to CA-ARREARS-SINCE
                   else
                       move WS-TODAY-DATE to CA-ARREARS-SINCE
                   end-if
               end-if
           else
               move 0 to CA-ARREARS-SINCE
           end-if.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5200-SAVE-ACCOUNT
      *  A FAILED SAVE IS COUNTED AND FAILS THE RUN - THE LEDGER
      *  ALREADY CARRIES THE POSTING, SO THE ACCOUNT MUST BE PUT
      *  RIGHT BEFORE THE RETURN IS RUN AGAIN.
      *-----------------------------------------------------------
       5200-SAVE-ACCOUNT.
           if WS-ACCOUNT-FOUND then
               rewrite CANTEEN-ACCOUNT-RECORD
                   invalid key
                       display "Canteen account rewrite failed for "
                           CA-CUSTOMER-ID " - status "
                           WS-ACCOUNT-STATUS upon console
                       add 1 to WS-SAVES-FAILED
               end-rewrite
           else
               write CANTEEN-ACCOUNT-RECORD
                   invalid key
                       display "Canteen account write failed for "
                           CA-CUSTOMER-ID " - status "
                           WS-ACCOUNT-STATUS upon console
                       add 1 to WS-SAVES-FAILED
               end-write
           end-if.
       5200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5500-WRITE-LEDGER-ENTRY
      *  ONE DATED POSTING ON THE CANTEEN ACCOUNT LEDGER, CARRYING
      *  THE ACCOUNT BALANCE AFTER THE POSTING.
      *-----------------------------------------------------------
       5500-WRITE-LEDGER-ENTRY.
           move WS-TODAY-DATE to AT-POSTING-DATE.
           move CA-CUSTOMER-ID to AT-CUSTOMER-ID.
           move CA-BALANCE to AT-BALANCE.
           write ACCOUNT-LEDGER-RECORD.
       5500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  6000-WRITE-REPORT-LINE
      *  ONE RECONCILIATION LINE PER CUSTOMER - A FULL DEDUCTION
      *  IS LISTED TOO, SO THE REPORT ADDS UP TO THE EXTRACT SENT.
      *-----------------------------------------------------------
       6000-WRITE-REPORT-LINE.
           move CA-CUSTOMER-ID to WS-DL-CUSTOMER-ID.
           move WS-REPORT-NAME to WS-DL-NAME.
           move WS-SENT-AMOUNT to WS-DL-SENT.
           move WS-DEDUCTED to WS-DL-DEDUCTED.
           move WS-SHORTFALL to WS-DL-SHORT.
           move CA-BALANCE to WS-DL-BALANCE.
           move WS-STATUS-TEXT to WS-DL-STATUS.
           move WS-SHORT-REASON to WS-DL-REASON.
           write RECONCILIATION-LINE from WS-DETAIL-LINE
               after advancing 1 line.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  ANY SHORT, MISSING, OVER OR UNBILLED DEDUCTION NEEDS A
      *  HUMAN LOOK - RETURN CODE 4.  AN ACCOUNT THAT COULD NOT BE
      *  SAVED FAILS THE RUN - RETURN CODE 16.
      *-----------------------------------------------------------
       9000-TERMINATE.
           compute WS-TOTAL-ARREARS = WS-TOTAL-SENT - WS-TOTAL-DEDUCTED.
           move WS-EXTRACTS-READ to WS-T1-EXTRACTS.
           move WS-TOTAL-SENT to WS-T1-SENT.
           move WS-TOTAL-DEDUCTED to WS-T1-DEDUCTED.
           move WS-TOTAL-ARREARS to WS-T1-ARREARS.
           write RECONCILIATION-LINE from WS-TOTAL-LINE-1
               after advancing 2 lines.
           move WS-PAID-IN-FULL to WS-T2-PAID.
           move WS-PAID-SHORT to WS-T2-SHORT.
           move WS-NO-RETURN to WS-T2-NO-RETURN.
           move WS-OVER-DEDUCTED to WS-T2-OVER.
           move WS-UNBILLED to WS-T2-UNBILLED.
           move WS-ALREADY-POSTED to WS-T2-POSTED.
           write RECONCILIATION-LINE from WS-TOTAL-LINE-2
               after advancing 1 line.
           display "Payroll returns read:  " WS-ACKS-RELEASED
               upon console.
           display "Extract records read:  " WS-EXTRACTS-READ
               upon console.
           display "Paid in full:          " WS-PAID-IN-FULL
               upon console.
           display "Paid short:            " WS-PAID-SHORT
               upon console.
           display "No payroll return:     " WS-NO-RETURN
               upon console.
           display "Over-deducted:         " WS-OVER-DEDUCTED
               upon console.
           display "Unbilled deductions:   " WS-UNBILLED
               upon console.
           display "Already posted:        " WS-ALREADY-POSTED
               upon console.
           display "Account saves failed:  " WS-SAVES-FAILED
               upon console.
           evaluate true
               when WS-SAVES-FAILED > 0
                   move 16 to RETURN-CODE
               when WS-PAID-SHORT > 0
                   or WS-NO-RETURN > 0
                   or WS-OVER-DEDUCTED > 0
                   or WS-UNBILLED > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close PAYROLL-DEDUCTION-EXTRACT.
           close CANTEEN-ACCOUNT-FILE.
           close ACCOUNT-LEDGER-FILE.
           close RECONCILIATION-REPORT.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9900-REGISTER-RUN-END
      *  COMPLETE THE RUN-STATUS RECORD WITH THE RETURN CODE AND
      *  THE EXTRACT RECORDS RECONCILED, FOR THE MORNING RUN-REPORT
      *  AND THE DUPLICATE-RUN INTERLOCK.
      *-----------------------------------------------------------
       9900-REGISTER-RUN-END.
           move "E" to RC-FUNCTION-CODE.
           move RETURN-CODE to RC-RETURN-CODE.
           move WS-EXTRACTS-READ to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
