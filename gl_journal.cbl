       IDENTIFICATION DIVISION.
        PROGRAM-ID. gl-journal.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - finance have been
      *                      re-keying our month end into the
      *                      general ledger by hand from the cant-
      *                      stmt statements and the DRKRPT stock
      *                      report.  builds the month's journal
      *                      instead: payroll-deducted sales from
      *                      the PAYDED extract to receivables and
      *                      revenue, birthday-voucher drinks from
      *                      the dispense log to promotions expense,
      *                      and stock receipts and adjustments from
      *                      the drink-movement ledger, valued at
      *                      catalogue unit price, to inventory and
      *                      shrinkage.  the journal file is only
      *                      written when its debits equal its
      *                      credits; the printed listing carries a
      *                      sign-off block for the accountant.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   journal only the PAYDED records for the
      *                      journal period - a statement left over
      *                      from another month is skipped and
      *                      counted, not booked into this one.
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
           SELECT DISPENSE-LOG-FILE ASSIGN TO "DSPLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRINK-MOVEMENT-LEDGER ASSIGN TO "DRKLEDG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRINK-INVENTORY ASSIGN TO "DRKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DI-PRODUCT-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-LISTING ASSIGN TO "GLLIST"
               ORGANIZATION IS SEQUENTIAL.
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
        FD  DISPENSE-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DSPLOG.
        FD  DRINK-MOVEMENT-LEDGER
            LABEL RECORDS ARE STANDARD.
           COPY DRKLDG.
        FD  DRINK-INVENTORY.
           COPY DRKINV.
        FD  GL-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY GLJRNL.
        FD  JOURNAL-LISTING
            LABEL RECORDS ARE STANDARD.
        01  JOURNAL-LINE                   PIC X(132).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-INVENTORY-STATUS pic X(02) value "00".
           77 WS-PD-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DEDUCTION-EXTRACT value "Y".
           77 WS-DG-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DISPENSE-LOG value "Y".
           77 WS-DL-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-MOVEMENT-LEDGER value "Y".
           77 WS-PRICE-FOUND-SWITCH pic X(01) value "N".
               88 WS-PRICE-FOUND value "Y".
           77 WS-BALANCE-SWITCH pic X(01) value "Y".
               88 WS-JOURNAL-BALANCED value "Y".
               88 WS-JOURNAL-OUT-OF-BALANCE value "N".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-PERIOD-CARD pic X(06).
           77 WS-PERIOD pic 9(06) value 0.
      *    LEDGER ACCOUNTS AND COST CENTRE AGREED WITH FINANCE FOR
      *    THE CANTEEN.  RECEIPTS ARE CREDITED TO THE GOODS-RECEIVED
      *    ACCRUAL UNTIL THE SUPPLIER'S INVOICE IS MATCHED IN
      *    PURCHASE LEDGER.  VOUCHER DRINKS ARE GIVEN AWAY, SO THEIR
      *    SHELF VALUE IS BOOKED AS PROMOTIONS AGAINST THE REVENUE
      *    THEY WOULD HAVE EARNED.
           77 WS-ACCT-RECEIVABLES pic X(08) value "1200".
           77 WS-ACCT-INVENTORY pic X(08) value "1300".
           77 WS-ACCT-STOCK-ACCRUAL pic X(08) value "2150".
           77 WS-ACCT-REVENUE pic X(08) value "4100".
           77 WS-ACCT-PROMOTIONS pic X(08) value "6300".
           77 WS-ACCT-SHRINKAGE pic X(08) value "6400".
           77 WS-CANTEEN-COST-CENTRE pic X(06) value "CNT001".
           77 WS-PAIR-DEBIT-ACCOUNT pic X(08).
           77 WS-PAIR-CREDIT-ACCOUNT pic X(08).
           77 WS-PAIR-AMOUNT pic 9(08)V99 value 0.
           77 WS-PAIR-REFERENCE pic X(20).
           77 WS-PAIR-DESCRIPTION pic X(30).
           77 WS-UNIT-PRICE pic 9(04)V99 value 0.
           77 WS-CHARGES pic 9(06)V99 value 0.
           77 WS-CHARGE-TOTAL pic 9(08)V99 value 0.
           77 WS-STATEMENT-DATE pic 9(08) value 0.
           77 WS-TOTAL-DEBITS pic 9(09)V99 value 0.
           77 WS-TOTAL-CREDITS pic 9(09)V99 value 0.
           77 WS-EXTRACTS-READ pic 9(06) value 0.
           77 WS-EXTRACTS-SKIPPED pic 9(06) value 0.
           77 WS-DISPENSES-READ pic 9(07) value 0.
           77 WS-VOUCHERS-READ pic 9(06) value 0.
           77 WS-MOVEMENTS-READ pic 9(07) value 0.
           77 WS-MOVEMENTS-JOURNALLED pic 9(06) value 0.
           77 WS-UNPRICED-ITEMS pic 9(05) value 0.
           77 WS-JOURNAL-WRITTEN pic 9(05) value 0.
           77 WS-JT-MAX pic 9(04) comp value 2000.
           77 WS-JT-COUNT pic 9(04) comp value 0.
           77 WS-JT-SUB pic 9(04) comp value 0.
           77 WS-VT-MAX pic 9(04) comp value 200.
           77 WS-VT-COUNT pic 9(04) comp value 0.
           77 WS-VT-SUB pic 9(04) comp value 0.
           77 WS-VT-FOUND-SUB pic 9(04) comp value 0.
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-TODAY-PARTS redefines WS-TODAY-DATE.
               05 WS-TODAY-YYYYMM pic 9(06).
               05 FILLER pic 9(02).
           01 WS-WORK-DATE pic 9(08) value 0.
           01 WS-WORK-PARTS redefines WS-WORK-DATE.
               05 WS-WORK-YYYYMM pic 9(06).
               05 FILLER pic 9(02).
      *    ONE ENTRY PER JOURNAL LINE, HELD UNTIL THE WHOLE JOURNAL
      *    HAS BEEN PROVED TO BALANCE.
           01 WS-JOURNAL-TABLE.
               05 WS-JT-ENTRY occurs 2000 times.
                   10 WS-JT-ACCOUNT pic X(08).
                   10 WS-JT-COST-CENTRE pic X(06).
                   10 WS-JT-DEBIT pic 9(08)V99.
                   10 WS-JT-CREDIT pic 9(08)V99.
                   10 WS-JT-REFERENCE pic X(20).
                   10 WS-JT-DESCRIPTION pic X(30).
      *    VOUCHER DRINKS COUNTED BY PRODUCT, VALUED ONCE EACH.
           01 WS-VOUCHER-TABLE.
               05 WS-VT-ENTRY occurs 200 times.
                   10 WS-VT-PRODUCT pic X(04).
                   10 WS-VT-DRINKS pic 9(06) comp.
           01 WS-CHARGE-REFERENCE.
               05 FILLER pic X(12) value "STATEMENTS".
               05 WS-CR-DATE pic 9(08).
           01 WS-VOUCHER-REFERENCE.
               05 FILLER pic X(08) value "VOUCHER".
               05 WS-VR-PRODUCT pic X(04).
               05 FILLER pic X(02) value spaces.
               05 WS-VR-DRINKS pic 9(06).
           01 WS-STOCK-REFERENCE.
               05 WS-SR-REFERENCE pic X(12).
               05 FILLER pic X(02) value spaces.
               05 WS-SR-PRODUCT pic X(04).
               05 FILLER pic X(02) value spaces.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "CANTEEN GENERAL LEDGER JOURNAL".
               05 FILLER pic X(08) value "PERIOD".
               05 WS-H1-PERIOD pic 9(06).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(16) value "BUSINESS DATE".
               05 WS-H1-DATE pic 9(08).
               05 FILLER pic X(49) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(06) value "LINE".
               05 FILLER pic X(10) value "ACCOUNT".
               05 FILLER pic X(08) value "CC".
               05 FILLER pic X(15) value "        DEBIT".
               05 FILLER pic X(15) value "       CREDIT".
               05 FILLER pic X(22) value "REFERENCE".
               05 FILLER pic X(30) value "DESCRIPTION".
               05 FILLER pic X(25) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-LINE-NO pic ZZZ9.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-ACCOUNT pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-COST-CENTRE pic X(06).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DEBIT pic ZZ,ZZZ,ZZ9.99 blank when zero.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-CREDIT pic ZZ,ZZZ,ZZ9.99 blank when zero.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-REFERENCE pic X(20).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DESCRIPTION pic X(30).
               05 FILLER pic X(25) value spaces.
           01 WS-TOTAL-LINE-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(24) value "JOURNAL TOTALS".
               05 WS-T1-DEBITS pic ZZ,ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-T1-CREDITS pic ZZ,ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-T1-STATUS pic X(40).
               05 FILLER pic X(37) value spaces.
           01 WS-TOTAL-LINE-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(16) value "JOURNAL LINES".
               05 WS-T2-LINES pic ZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(16) value "UNPRICED ITEMS".
               05 WS-T2-UNPRICED pic ZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(20) value "SKIPPED EXTRACTS".
               05 WS-T2-SKIPPED pic ZZZZZ9.
               05 FILLER pic X(56) value spaces.
           01 WS-SIGN-OFF-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(16) value "PREPARED BY".
               05 WS-SO-OPERATOR pic X(08).
               05 FILLER pic X(08) value spaces.
               05 FILLER pic X(24) value "CHECKED AND APPROVED BY".
               05 FILLER pic X(30) value all "_".
               05 FILLER pic X(06) value spaces.
               05 FILLER pic X(06) value "DATE".
               05 FILLER pic X(10) value all "_".
               05 FILLER pic X(23) value spaces.
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
      *  GATHER THE MONTH'S JOURNAL LINES FROM THE THREE SOURCES,
      *  PROVE THE DEBITS AGAINST THE CREDITS, THEN RELEASE THE
      *  JOURNAL FILE AND PRINT THE LISTING.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-JOURNAL-CHARGES thru 2000-EXIT.
           perform 3000-JOURNAL-VOUCHERS thru 3000-EXIT.
           perform 4000-JOURNAL-STOCK thru 4000-EXIT.
           perform 5000-PROVE-BALANCE thru 5000-EXIT.
           perform 6000-WRITE-JOURNAL thru 6000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  THE SECOND CARD NAMES THE PERIOD (YYYYMM) TO JOURNAL; A
      *  BLANK CARD MEANS THE MONTH OF THE BUSINESS DATE, WHICH IS
      *  THE NORMAL MONTH-END RUN.  THE CATALOGUE MUST OPEN - STOCK
      *  AND VOUCHERS CANNOT BE VALUED WITHOUT ITS UNIT PRICES.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           display "Journal period (YYYYMM, blank for current)?"
               upon console.
           accept WS-PERIOD-CARD from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           if WS-PERIOD-CARD is numeric
               and WS-PERIOD-CARD not = "000000" then
               move WS-PERIOD-CARD to WS-PERIOD
           else
               move WS-TODAY-YYYYMM to WS-PERIOD
           end-if.
           display "Journal period: " WS-PERIOD upon console.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open input DRINK-INVENTORY.
           if WS-INVENTORY-STATUS not = "00" then
               display "Drink catalogue open failed - status "
                   WS-INVENTORY-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-PERIOD to WS-H1-PERIOD.
           move WS-TODAY-DATE to WS-H1-DATE.
           move WS-OPERATOR-ID to WS-SO-OPERATOR.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "GL-JOURNAL" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "MONTH-END GL JOURNAL" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE JOURNAL IS DATED WITH THE BUSINESS DATE - USUALLY
      *  TODAY, BUT A PRIOR-DATE RERUN SETS THE OVERRIDE ON THE
      *  RUN-CONTROL FILE.
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
      *  SUBMISSION AND IS REFUSED - A SECOND JOURNAL LOADED INTO
      *  THE LEDGER WOULD DOUBLE THE MONTH.
      *-----------------------------------------------------------
       1090-REGISTER-RUN-START.
           move "S" to RC-FUNCTION-CODE.
           move "GL-JOURNAL" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "GL-JOURNAL already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "GL-JOURNAL refused - " WS-TODAY-DATE
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
      *  2000-JOURNAL-CHARGES
      *  PAYROLL-DEDUCTED SALES.  PAYDED CARRIES THE WHOLE SUM SENT
      *  TO PAYROLL, WHICH INCLUDES ARREARS ALREADY SITTING IN
      *  RECEIVABLES, SO ONLY THE MONTH'S NEW CHARGES ARE
      *  JOURNALLED - THE SAME SPLIT PAY-ACK POSTS TO THE CANTEEN
      *  ACCOUNTS.  ONE SUMMARY PAIR FOR THE WHOLE STATEMENT RUN.
      *  A RECORD WHOSE STATEMENT DATE FALLS OUTSIDE THE JOURNAL
      *  PERIOD BELONGS TO ANOTHER MONTH'S JOURNAL AND IS SKIPPED.
      *-----------------------------------------------------------
       2000-JOURNAL-CHARGES.
           open input PAYROLL-DEDUCTION-EXTRACT.
           perform 2900-READ-EXTRACT thru 2900-EXIT.
           perform 2100-TAKE-ONE-EXTRACT thru 2100-EXIT
               until WS-EOF-DEDUCTION-EXTRACT.
           close PAYROLL-DEDUCTION-EXTRACT.
           move WS-ACCT-RECEIVABLES to WS-PAIR-DEBIT-ACCOUNT.
           move WS-ACCT-REVENUE to WS-PAIR-CREDIT-ACCOUNT.
           move WS-CHARGE-TOTAL to WS-PAIR-AMOUNT.
           move WS-STATEMENT-DATE to WS-CR-DATE.
           move WS-CHARGE-REFERENCE to WS-PAIR-REFERENCE.
           move "PAYROLL-DEDUCTED CANTEEN SALES" to WS-PAIR-DESCRIPTION.
           perform 7000-ADD-JOURNAL-PAIR thru 7000-EXIT.
       2000-EXIT.
           exit.

       2100-TAKE-ONE-EXTRACT.
           if PD-AMOUNT is not numeric then
               display "PAYDED amount not numeric for customer "
                   PD-CUSTOMER-ID " - not journalled" upon console
               add 1 to WS-EXTRACTS-SKIPPED
               perform 2900-READ-EXTRACT thru 2900-EXIT
               go to 2100-EXIT
           end-if.
           move 0 to WS-WORK-DATE.
           if PD-STATEMENT-DATE is numeric then
               move PD-STATEMENT-DATE to WS-WORK-DATE
           end-if.
           if WS-WORK-YYYYMM not = WS-PERIOD then
               display "PAYDED statement date " PD-STATEMENT-DATE
                   " for customer " PD-CUSTOMER-ID
                   " not in period - not journalled" upon console
               add 1 to WS-EXTRACTS-SKIPPED
               perform 2900-READ-EXTRACT thru 2900-EXIT
               go to 2100-EXIT
           end-if.
           if PD-ARREARS-AMOUNT is numeric
               and PD-ARREARS-AMOUNT not > PD-AMOUNT then
               compute WS-CHARGES = PD-AMOUNT - PD-ARREARS-AMOUNT
           else
               move PD-AMOUNT to WS-CHARGES
           end-if.
           add WS-CHARGES to WS-CHARGE-TOTAL.
           if PD-STATEMENT-DATE is numeric
               and PD-STATEMENT-DATE > WS-STATEMENT-DATE then
               move PD-STATEMENT-DATE to WS-STATEMENT-DATE
           end-if.
           perform 2900-READ-EXTRACT thru 2900-EXIT.
       2100-EXIT.
           exit.

       2900-READ-EXTRACT.
           read PAYROLL-DEDUCTION-EXTRACT
               at end
                   move "Y" to WS-PD-EOF-SWITCH
               not at end
                   add 1 to WS-EXTRACTS-READ
           end-read.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-JOURNAL-VOUCHERS
      *  BIRTHDAY-VOUCHER DRINKS ON THE PERIOD'S DISPENSE LOG.  THEY
      *  ARE LOGGED AT NO CHARGE, SO EACH PRODUCT'S COUNT IS VALUED
      *  AT ITS CATALOGUE UNIT PRICE AND BOOKED TO PROMOTIONS.
      *-----------------------------------------------------------
       3000-JOURNAL-VOUCHERS.
           open input DISPENSE-LOG-FILE.
           perform 3900-READ-DISPENSE-LOG thru 3900-EXIT.
           perform 3100-TAKE-ONE-DISPENSE thru 3100-EXIT
               until WS-EOF-DISPENSE-LOG.
           close DISPENSE-LOG-FILE.
           perform 3500-VALUE-ONE-PRODUCT thru 3500-EXIT
               varying WS-VT-SUB from 1 by 1
               until WS-VT-SUB > WS-VT-COUNT.
       3000-EXIT.
           exit.

       3100-TAKE-ONE-DISPENSE.
           move DG-VISIT-DATE to WS-WORK-DATE.
           if not DG-VOUCHER-DISPENSE
               or WS-WORK-YYYYMM not = WS-PERIOD then
               perform 3900-READ-DISPENSE-LOG thru 3900-EXIT
               go to 3100-EXIT
           end-if.
           add 1 to WS-VOUCHERS-READ.
           move 0 to WS-VT-FOUND-SUB.
           perform 3200-SCAN-ONE-VOUCHER-ENTRY thru 3200-EXIT
               varying WS-VT-SUB from 1 by 1
               until WS-VT-SUB > WS-VT-COUNT
               or WS-VT-FOUND-SUB > 0.
           if WS-VT-FOUND-SUB = 0 then
               if WS-VT-COUNT not < WS-VT-MAX then
                   display "Voucher product table full - raise "
                       "WS-VT-MAX and rerun" upon console
                   move 16 to RETURN-CODE
                   close DISPENSE-LOG-FILE
                   close DRINK-INVENTORY
                   close AUDIT-LOG-FILE
                   goback
               end-if
               add 1 to WS-VT-COUNT
               move WS-VT-COUNT to WS-VT-FOUND-SUB
               move DG-PRODUCT-CODE to WS-VT-PRODUCT(WS-VT-FOUND-SUB)
               move 0 to WS-VT-DRINKS(WS-VT-FOUND-SUB)
           end-if.
           add 1 to WS-VT-DRINKS(WS-VT-FOUND-SUB).
           perform 3900-READ-DISPENSE-LOG thru 3900-EXIT.
       3100-EXIT.
           exit.

       3200-SCAN-ONE-VOUCHER-ENTRY.
           if WS-VT-PRODUCT(WS-VT-SUB) = DG-PRODUCT-CODE then
               move WS-VT-SUB to WS-VT-FOUND-SUB
           end-if.
       3200-EXIT.
           exit.

       3500-VALUE-ONE-PRODUCT.
           move WS-VT-PRODUCT(WS-VT-SUB) to DI-PRODUCT-CODE.
           perform 7500-READ-UNIT-PRICE thru 7500-EXIT.
           if not WS-PRICE-FOUND then
               go to 3500-EXIT
           end-if.
           move WS-ACCT-PROMOTIONS to WS-PAIR-DEBIT-ACCOUNT.
           move WS-ACCT-REVENUE to WS-PAIR-CREDIT-ACCOUNT.
           compute WS-PAIR-AMOUNT =
               WS-VT-DRINKS(WS-VT-SUB) * WS-UNIT-PRICE.
           move WS-VT-PRODUCT(WS-VT-SUB) to WS-VR-PRODUCT.
           move WS-VT-DRINKS(WS-VT-SUB) to WS-VR-DRINKS.
           move WS-VOUCHER-REFERENCE to WS-PAIR-REFERENCE.
           move "BIRTHDAY VOUCHER DRINKS" to WS-PAIR-DESCRIPTION.
           perform 7000-ADD-JOURNAL-PAIR thru 7000-EXIT.
       3500-EXIT.
           exit.

       3900-READ-DISPENSE-LOG.
           read DISPENSE-LOG-FILE
               at end
                   move "Y" to WS-DG-EOF-SWITCH
               not at end
                   add 1 to WS-DISPENSES-READ
           end-read.
       3900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-JOURNAL-STOCK
      *  RECEIPTS AND ADJUSTMENTS ON THE DRINK-MOVEMENT LEDGER
      *  DATED IN THE PERIOD, ONE PAIR PER MOVEMENT SO EACH TIES TO
      *  ITS DELIVERY NOTE OR COUNT SHEET.  A RECEIPT RAISES
      *  INVENTORY AGAINST THE GOODS-RECEIVED ACCRUAL; AN
      *  ADJUSTMENT UP OR DOWN MOVES INVENTORY AGAINST SHRINKAGE.
      *  DISPENSE MOVEMENTS ARE ALREADY IN THE SALES FIGURES.
      *-----------------------------------------------------------
       4000-JOURNAL-STOCK.
           open input DRINK-MOVEMENT-LEDGER.
           perform 4900-READ-MOVEMENT thru 4900-EXIT.
           perform 4100-TAKE-ONE-MOVEMENT thru 4100-EXIT
               until WS-EOF-MOVEMENT-LEDGER.
           close DRINK-MOVEMENT-LEDGER.
       4000-EXIT.
           exit.

       4100-TAKE-ONE-MOVEMENT.
           move DL-MOVEMENT-DATE to WS-WORK-DATE.
           if WS-WORK-YYYYMM not = WS-PERIOD
               or (DL-MOVEMENT-TYPE not = "RECEIPT"
               and DL-MOVEMENT-TYPE not = "ADJUST") then
               perform 4900-READ-MOVEMENT thru 4900-EXIT
               go to 4100-EXIT
           end-if.
           move DL-PRODUCT-CODE to DI-PRODUCT-CODE.
           perform 7500-READ-UNIT-PRICE thru 7500-EXIT.
           if not WS-PRICE-FOUND then
               perform 4900-READ-MOVEMENT thru 4900-EXIT
               go to 4100-EXIT
           end-if.
           add 1 to WS-MOVEMENTS-JOURNALLED.
           move DL-REFERENCE to WS-SR-REFERENCE.
           move DL-PRODUCT-CODE to WS-SR-PRODUCT.
           move WS-STOCK-REFERENCE to WS-PAIR-REFERENCE.
           evaluate true
               when DL-MOVEMENT-TYPE = "RECEIPT"
                   move WS-ACCT-INVENTORY to WS-PAIR-DEBIT-ACCOUNT
                   move WS-ACCT-STOCK-ACCRUAL to WS-PAIR-CREDIT-ACCOUNT
                   compute WS-PAIR-AMOUNT = DL-IN-QTY * WS-UNIT-PRICE
                   move "STOCK RECEIPT" to WS-PAIR-DESCRIPTION
               when DL-IN-QTY > 0
                   move WS-ACCT-INVENTORY to WS-PAIR-DEBIT-ACCOUNT
                   move WS-ACCT-SHRINKAGE to WS-PAIR-CREDIT-ACCOUNT
                   compute WS-PAIR-AMOUNT = DL-IN-QTY * WS-UNIT-PRICE
                   move "STOCK COUNT ADJUSTMENT - GAIN"
                       to WS-PAIR-DESCRIPTION
               when other
                   move WS-ACCT-SHRINKAGE to WS-PAIR-DEBIT-ACCOUNT
                   move WS-ACCT-INVENTORY to WS-PAIR-CREDIT-ACCOUNT
                   compute WS-PAIR-AMOUNT = DL-OUT-QTY * WS-UNIT-PRICE
                   move "STOCK COUNT ADJUSTMENT - LOSS"
                       to WS-PAIR-DESCRIPTION
           end-evaluate.
           perform 7000-ADD-JOURNAL-PAIR thru 7000-EXIT.
           perform 4900-READ-MOVEMENT thru 4900-EXIT.
       4100-EXIT.
           exit.

       4900-READ-MOVEMENT.
           read DRINK-MOVEMENT-LEDGER
               at end
                   move "Y" to WS-DL-EOF-SWITCH
               not at end
                   add 1 to WS-MOVEMENTS-READ
           end-read.
       4900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-PROVE-BALANCE
      *  ADD UP EVERY DEBIT AND CREDIT HELD.  A JOURNAL THAT DOES
      *  NOT BALANCE IS NOT RELEASED TO FINANCE.
      *-----------------------------------------------------------
       5000-PROVE-BALANCE.
           perform 5100-ADD-ONE-LINE thru 5100-EXIT
               varying WS-JT-SUB from 1 by 1
               until WS-JT-SUB > WS-JT-COUNT.
           if WS-TOTAL-DEBITS = WS-TOTAL-CREDITS then
               move "Y" to WS-BALANCE-SWITCH
               move "IN BALANCE" to WS-T1-STATUS
           else
               move "N" to WS-BALANCE-SWITCH
               move "OUT OF BALANCE - JOURNAL NOT RELEASED"
                   to WS-T1-STATUS
           end-if.
       5000-EXIT.
           exit.

       5100-ADD-ONE-LINE.
           add WS-JT-DEBIT(WS-JT-SUB) to WS-TOTAL-DEBITS.
           add WS-JT-CREDIT(WS-JT-SUB) to WS-TOTAL-CREDITS.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  6000-WRITE-JOURNAL
      *  LIST EVERY LINE FOR THE ACCOUNTANT, BALANCED OR NOT, BUT
      *  ONLY PUT THEM ON THE JOURNAL FILE WHEN THEY BALANCE - AN
      *  UNBALANCED RUN LEAVES THE FILE EMPTY.
      *-----------------------------------------------------------
       6000-WRITE-JOURNAL.
           open output GL-JOURNAL-FILE.
           open output JOURNAL-LISTING.
           write JOURNAL-LINE from WS-HEADING-1
               after advancing page.
           write JOURNAL-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to JOURNAL-LINE.
           write JOURNAL-LINE after advancing 1 line.
           perform 6100-WRITE-ONE-LINE thru 6100-EXIT
               varying WS-JT-SUB from 1 by 1
               until WS-JT-SUB > WS-JT-COUNT.
           move WS-TOTAL-DEBITS to WS-T1-DEBITS.
           move WS-TOTAL-CREDITS to WS-T1-CREDITS.
           write JOURNAL-LINE from WS-TOTAL-LINE-1
               after advancing 2 lines.
           move WS-JT-COUNT to WS-T2-LINES.
           move WS-UNPRICED-ITEMS to WS-T2-UNPRICED.
           move WS-EXTRACTS-SKIPPED to WS-T2-SKIPPED.
           write JOURNAL-LINE from WS-TOTAL-LINE-2
               after advancing 1 line.
           write JOURNAL-LINE from WS-SIGN-OFF-LINE
               after advancing 4 lines.
           close GL-JOURNAL-FILE.
           close JOURNAL-LISTING.
       6000-EXIT.
           exit.

       6100-WRITE-ONE-LINE.
           move WS-JT-SUB to WS-DL-LINE-NO.
           move WS-JT-ACCOUNT(WS-JT-SUB) to WS-DL-ACCOUNT.
           move WS-JT-COST-CENTRE(WS-JT-SUB) to WS-DL-COST-CENTRE.
           move WS-JT-DEBIT(WS-JT-SUB) to WS-DL-DEBIT.
           move WS-JT-CREDIT(WS-JT-SUB) to WS-DL-CREDIT.
           move WS-JT-REFERENCE(WS-JT-SUB) to WS-DL-REFERENCE.
           move WS-JT-DESCRIPTION(WS-JT-SUB) to WS-DL-DESCRIPTION.
           write JOURNAL-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           if WS-JOURNAL-OUT-OF-BALANCE then
               go to 6100-EXIT
           end-if.
           move spaces to GL-JOURNAL-RECORD.
           move WS-TODAY-DATE to GJ-JOURNAL-DATE.
           move WS-JT-ACCOUNT(WS-JT-SUB) to GJ-ACCOUNT.
           move WS-JT-COST-CENTRE(WS-JT-SUB) to GJ-COST-CENTRE.
           move WS-JT-DEBIT(WS-JT-SUB) to GJ-DEBIT-AMOUNT.
           move WS-JT-CREDIT(WS-JT-SUB) to GJ-CREDIT-AMOUNT.
           move WS-JT-REFERENCE(WS-JT-SUB) to GJ-REFERENCE.
           move WS-JT-DESCRIPTION(WS-JT-SUB) to GJ-DESCRIPTION.
           write GL-JOURNAL-RECORD.
           add 1 to WS-JOURNAL-WRITTEN.
       6100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7000-ADD-JOURNAL-PAIR
      *  ONE DEBIT LINE AND ITS MATCHING CREDIT LINE FOR THE SAME
      *  AMOUNT, REFERENCE AND DESCRIPTION.  NOTHING IS HELD FOR A
      *  ZERO AMOUNT.
      *-----------------------------------------------------------
       7000-ADD-JOURNAL-PAIR.
           if WS-PAIR-AMOUNT = 0 then
               go to 7000-EXIT
           end-if.
           if WS-JT-COUNT + 2 > WS-JT-MAX then
               display "Journal table full - raise WS-JT-MAX and "
                   "rerun" upon console
               move 16 to RETURN-CODE
               close DRINK-INVENTORY
               close AUDIT-LOG-FILE
               goback
           end-if.
           add 1 to WS-JT-COUNT.
           move WS-PAIR-DEBIT-ACCOUNT to WS-JT-ACCOUNT(WS-JT-COUNT).
           move WS-CANTEEN-COST-CENTRE
               to WS-JT-COST-CENTRE(WS-JT-COUNT).
           move WS-PAIR-AMOUNT to WS-JT-DEBIT(WS-JT-COUNT).
           move 0 to WS-JT-CREDIT(WS-JT-COUNT).
           move WS-PAIR-REFERENCE to WS-JT-REFERENCE(WS-JT-COUNT).
           move WS-PAIR-DESCRIPTION to WS-JT-DESCRIPTION(WS-JT-COUNT).
           add 1 to WS-JT-COUNT.
           move WS-PAIR-CREDIT-ACCOUNT to WS-JT-ACCOUNT(WS-JT-COUNT).
           move WS-CANTEEN-COST-CENTRE
               to WS-JT-COST-CENTRE(WS-JT-COUNT).
           move 0 to WS-JT-DEBIT(WS-JT-COUNT).
           move WS-PAIR-AMOUNT to WS-JT-CREDIT(WS-JT-COUNT).
           move WS-PAIR-REFERENCE to WS-JT-REFERENCE(WS-JT-COUNT).
           move WS-PAIR-DESCRIPTION to WS-JT-DESCRIPTION(WS-JT-COUNT).
       7000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7500-READ-UNIT-PRICE
      *  THE CATALOGUE UNIT PRICE FOR DI-PRODUCT-CODE.  A PRODUCT
      *  NO LONGER ON THE CATALOGUE, OR WITH NO PRICE, CANNOT BE
      *  VALUED - IT IS LEFT OUT AND REPORTED FOR FINANCE TO BOOK
      *  BY HAND.
      *-----------------------------------------------------------
       7500-READ-UNIT-PRICE.
           move "Y" to WS-PRICE-FOUND-SWITCH.
           move 0 to WS-UNIT-PRICE.
           read DRINK-INVENTORY
               invalid key
                   move "N" to WS-PRICE-FOUND-SWITCH
               not invalid key
                   if DI-UNIT-PRICE is numeric
                       move DI-UNIT-PRICE to WS-UNIT-PRICE
                   end-if
           end-read.
           if WS-UNIT-PRICE = 0 then
               move "N" to WS-PRICE-FOUND-SWITCH
               add 1 to WS-UNPRICED-ITEMS
               display "No unit price for product " DI-PRODUCT-CODE
                   " - not journalled" upon console
           end-if.
       7500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  AN UNBALANCED JOURNAL STOPS THE MONTH END - RETURN CODE
      *  16.  ANYTHING LEFT OUT FOR WANT OF A PRICE OR A READABLE
      *  AMOUNT NEEDS A HUMAN LOOK - RETURN CODE 4.
      *-----------------------------------------------------------
       9000-TERMINATE.
           display "Payroll extracts read:  " WS-EXTRACTS-READ
               upon console.
           display "Dispenses read:         " WS-DISPENSES-READ
               upon console.
           display "Voucher drinks:         " WS-VOUCHERS-READ
               upon console.
           display "Stock movements read:   " WS-MOVEMENTS-READ
               upon console.
           display "Movements journalled:   " WS-MOVEMENTS-JOURNALLED
               upon console.
           display "Journal lines written:  " WS-JOURNAL-WRITTEN
               upon console.
           display "Total debits:           " WS-TOTAL-DEBITS
               upon console.
           display "Total credits:          " WS-TOTAL-CREDITS
               upon console.
           if WS-JOURNAL-OUT-OF-BALANCE then
               display "Journal out of balance - not released"
                   upon console
               move 16 to RETURN-CODE
           else
               if WS-UNPRICED-ITEMS > 0
                   or WS-EXTRACTS-SKIPPED > 0 then
                   move 4 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if
           end-if.
           close DRINK-INVENTORY.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9900-REGISTER-RUN-END
      *  COMPLETE THE RUN-STATUS RECORD WITH THE RETURN CODE AND
      *  THE JOURNAL LINES RELEASED, FOR THE MORNING RUN-REPORT
      *  AND THE DUPLICATE-RUN INTERLOCK.
      *-----------------------------------------------------------
       9900-REGISTER-RUN-END.
           move "E" to RC-FUNCTION-CODE.
           move RETURN-CODE to RC-RETURN-CODE.
           move WS-JOURNAL-WRITTEN to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
