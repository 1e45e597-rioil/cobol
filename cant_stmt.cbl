      *                      statement date (a second run bills the
      *                      month twice), and record the end for
      *                      the morning run-report.
      *  15/10/2026  rioil   show the product on every statement
      *                      line now the dispense log carries it -
      *                      the canteen sells more than one drink
      *                      at more than one price.
      *  15/10/2026  rioil   bring arrears forward - any balance
      *                      pay-ack left owing on the customer's
      *                      canteen account is printed on the
      *                      statement and added to the amount due
      *                      and to the payroll-deduction extract
      *                      (which now also shows the arrears on
      *                      their own), and a customer with arrears
      *                      but no visits this month still gets a
      *                      statement and a deduction.
      *  15/10/2026  rioil   bill payroll-method dispenses only -
      *                      drinks paid for in cash or by card at
      *                      the till are skipped (and counted) so
      *                      nobody pays twice.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   bill the statement month only - a
      *                      dispense dated outside the month of the
      *                      statement date is skipped (and counted).
      *                      the leaver purge and the dispense-log
      *                      resize put history back as one
      *                      consolidated generation, which would
      *                      otherwise be billed again.
      *  15/10/2026  rioil   close the account master whenever it
      *                      was opened - the walk leaves its status
      *                      at end of file, not "00".
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAYROLL-DEDUCTION-EXTRACT ASSIGN TO "PAYDED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT CANTEEN-ACCOUNT-FILE ASSIGN TO "CANACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER-ID
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           05  SRT-VISIT-TIME              PIC 9(06).
           05  SRT-NAME                    PIC X(30).
           05  SRT-CHARGE-AMOUNT           PIC 9(04)V99.
           05  SRT-PRODUCT-CODE            PIC X(04).
        FD  CANTEEN-ACCOUNT-FILE.
           COPY CANACCT.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-RECORDS-RELEASED pic 9(07) value 0.
           77 WS-TILL-PAID-SKIPPED pic 9(07) value 0.
           77 WS-OTHER-MONTH-SKIPPED pic 9(07) value 0.
           77 WS-HOLD-CUSTOMER-ID pic 9(06) value 0.
           77 WS-HOLD-NAME pic X(30).
           77 WS-GROUP-VISIT-COUNT pic 9(05) value 0.
           77 WS-STATEMENTS-PRINTED pic 9(05) value 0.
           77 WS-EXTRACTS-WRITTEN pic 9(05) value 0.
           77 WS-TOTAL-BILLED pic 9(08)V99 value 0.
           77 WS-ACCOUNT-STATUS pic X(02) value "00".
           77 WS-ACCOUNT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-ACCOUNTS value "Y".
           77 WS-ACCOUNT-OPEN-SWITCH pic X(01) value "N".
               88 WS-ACCOUNT-FILE-OPEN value "Y".
           77 WS-ACCOUNT-KEY pic 9(07) value 0.
           77 WS-END-KEY pic 9(07) value 9999999.
           77 WS-GROUP-ARREARS pic 9(06)V99 value 0.
           77 WS-GROUP-ARREARS-SINCE pic 9(08) value 0.
           77 WS-GROUP-DUE pic 9(06)V99 value 0.
           77 WS-TOTAL-ARREARS pic 9(08)V99 value 0.
           77 WS-ARREARS-ONLY pic 9(05) value 0.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
               05 FILLER pic X(10) value "DATE".
               05 FILLER pic X(08) value "TIME".
               05 FILLER pic X(10) value "   CHARGE".
               05 FILLER pic X(02) value spaces.
               05 FILLER pic X(07) value "PRODUCT".
               05 FILLER pic X(94) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-VISIT-DATE pic 9(08).
               05 WS-DL-VISIT-TIME pic 9(06).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-CHARGE pic Z,ZZ9.99.
               05 FILLER pic X(04) value spaces.
               05 WS-DL-PRODUCT pic X(04).
               05 FILLER pic X(97) value spaces.
           01 WS-ARREARS-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(30) value
                   "ARREARS BROUGHT FORWARD FROM".
               05 WS-AL-SINCE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 WS-AL-AMOUNT pic ZZZ,ZZ9.99.
               05 FILLER pic X(79) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(12) value "VISITS".
               05 WS-TL-VISIT-COUNT pic ZZZZ9.
               05 FILLER pic X(06) value spaces.
               05 FILLER pic X(09) value "CHARGES".
               05 WS-TL-CHARGES pic ZZZ,ZZ9.99.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(09) value "ARREARS".
               05 WS-TL-ARREARS pic ZZZ,ZZ9.99.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(11) value "AMOUNT DUE".
               05 WS-TL-AMOUNT pic ZZZ,ZZ9.99.
               05 FILLER pic X(41) value spaces.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           open input DISPENSE-LOG.
           open output STATEMENT-PRINT-FILE.
           open output PAYROLL-DEDUCTION-EXTRACT.
           perform 1100-OPEN-ACCOUNT-MASTER thru 1100-EXIT.
       1000-EXIT.
           exit.

           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "MONTHLY STATEMENTS" to AL-KEY-INPUT.
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
               display "CANT-STMT refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
       1090-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1100-OPEN-ACCOUNT-MASTER
      *  POSITION AT THE FIRST CANTEEN ACCOUNT - THE ACCOUNTS ARE
      *  WALKED IN STEP WITH THE SORTED DISPENSES SO ARREARS LAND ON
      *  THE RIGHT STATEMENT AND THE EXTRACT STAYS IN CUSTOMER-ID
      *  SEQUENCE.  NO ACCOUNT MASTER YET (PAY-ACK HAS NEVER RUN)
      *  MEANS NO ARREARS THIS MONTH.
      *-----------------------------------------------------------
       1100-OPEN-ACCOUNT-MASTER.
           open input CANTEEN-ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = "00" then
               display "Canteen account master not available - no "
                   "arrears brought forward" upon console
               move "Y" to WS-ACCOUNT-EOF-SWITCH
               move WS-END-KEY to WS-ACCOUNT-KEY
               go to 1100-EXIT
           end-if.
           move "Y" to WS-ACCOUNT-OPEN-SWITCH.
           move 0 to CA-CUSTOMER-ID.
           start CANTEEN-ACCOUNT-FILE
               key is not less than CA-CUSTOMER-ID
               invalid key
                   move "Y" to WS-ACCOUNT-EOF-SWITCH
                   move WS-END-KEY to WS-ACCOUNT-KEY
           end-start.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-RELEASE-DISPENSES
      *  SORT INPUT PROCEDURE - ONE SORT RECORD PER DISPENSE-LOG
      *  PAYROLL-METHOD RECORD.  A CHARGE FIELD THAT IS NOT
      *  NUMERIC (A LOG FROM BEFORE THE CHARGE EXISTED) RELEASES AS
      *  ZERO RATHER THAN ABENDING THE MONTH END.  CASH AND CARD
      *  DISPENSES WERE PAID FOR AT THE TILL AND ARE NOT BILLED.
      *  ONLY THE STATEMENT DATE'S MONTH IS BILLED - THE GDG BASE
      *  CAN HOLD EARLIER MONTHS (A CONSOLIDATED GENERATION PUT
      *  BACK BY THE LEAVER PURGE, OR LAST MONTH'S LATE NIGHTS
      *  NOT YET ROLLED OFF), AND THOSE WERE BILLED ALREADY.
      *-----------------------------------------------------------
       3000-RELEASE-DISPENSES.
           perform 3900-READ-DISPENSE-LOG thru 3900-EXIT.
           exit.

       3100-RELEASE-ONE-DISPENSE.
           if DG-VISIT-DATE(1:6) not = WS-TODAY-DATE(1:6) then
               add 1 to WS-OTHER-MONTH-SKIPPED
               perform 3900-READ-DISPENSE-LOG thru 3900-EXIT
               go to 3100-EXIT
           end-if.
           if not DG-PAY-PAYROLL then
               add 1 to WS-TILL-PAID-SKIPPED
               perform 3900-READ-DISPENSE-LOG thru 3900-EXIT
               go to 3100-EXIT
           end-if.
           move DG-CUSTOMER-ID to SRT-CUSTOMER-ID.
           move DG-VISIT-DATE to SRT-VISIT-DATE.
           move DG-VISIT-TIME to SRT-VISIT-TIME.
           move DG-NAME to SRT-NAME.
           move DG-PRODUCT-CODE to SRT-PRODUCT-CODE.
           if DG-CHARGE-AMOUNT is numeric
               move DG-CHARGE-AMOUNT to SRT-CHARGE-AMOUNT
           else
      *  4000-PRINT-STATEMENTS
      *  SORT OUTPUT PROCEDURE - ONE STATEMENT PAGE PER CUSTOMER,
      *  TOTALLED ON EACH CUSTOMER BREAK, WITH ONE PAYROLL EXTRACT
      *  RECORD PER CUSTOMER OWING ANYTHING.  A CUSTOMER WITH
      *  ARREARS BUT NO VISITS GETS A STATEMENT OF THEIR OWN IN
      *  CUSTOMER-ID ORDER.
      *-----------------------------------------------------------
       4000-PRINT-STATEMENTS.
           perform 4800-READ-ACCOUNT thru 4800-EXIT.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
           if WS-EOF-SORT-WORK then
               display "No dispenses on the month's log - "
                   "arrears statements only" upon console
           else
               perform 4100-START-NEW-STATEMENT thru 4100-EXIT
               perform 4200-PRINT-ONE-VISIT thru 4200-EXIT
                   until WS-EOF-SORT-WORK
               perform 4300-CLOSE-STATEMENT thru 4300-EXIT
           end-if.
           perform 4500-ARREARS-ONLY-STATEMENT thru 4500-EXIT
               until WS-EOF-ACCOUNTS.
       4000-EXIT.
           exit.

       4100-START-NEW-STATEMENT.
           perform 4500-ARREARS-ONLY-STATEMENT thru 4500-EXIT
               until WS-ACCOUNT-KEY not < SRT-CUSTOMER-ID.
           move SRT-CUSTOMER-ID to WS-HOLD-CUSTOMER-ID.
           move SRT-NAME to WS-HOLD-NAME.
           move 0 to WS-GROUP-VISIT-COUNT.
           move 0 to WS-GROUP-AMOUNT.
           move 0 to WS-GROUP-ARREARS.
           move 0 to WS-GROUP-ARREARS-SINCE.
           if WS-ACCOUNT-KEY = SRT-CUSTOMER-ID then
               perform 4600-TAKE-ARREARS thru 4600-EXIT
               perform 4800-READ-ACCOUNT thru 4800-EXIT
           end-if.
           perform 4150-PRINT-STATEMENT-HEADING thru 4150-EXIT.
       4100-EXIT.
           exit.

       4150-PRINT-STATEMENT-HEADING.
           write STATEMENT-PRINT-LINE from WS-HEADING-1
               after advancing page.
           move WS-HOLD-CUSTOMER-ID to WS-CL-CUSTOMER-ID.
               after advancing 2 lines.
           move spaces to STATEMENT-PRINT-LINE.
           write STATEMENT-PRINT-LINE after advancing 1 line.
           if WS-GROUP-ARREARS > 0 then
               move WS-GROUP-ARREARS-SINCE to WS-AL-SINCE
               move WS-GROUP-ARREARS to WS-AL-AMOUNT
               write STATEMENT-PRINT-LINE from WS-ARREARS-LINE
                   after advancing 1 line
           end-if.
       4150-EXIT.
           exit.

       4200-PRINT-ONE-VISIT.
           move SRT-VISIT-DATE to WS-DL-VISIT-DATE.
           move SRT-VISIT-TIME to WS-DL-VISIT-TIME.
           move SRT-CHARGE-AMOUNT to WS-DL-CHARGE.
           move SRT-PRODUCT-CODE to WS-DL-PRODUCT.
           write STATEMENT-PRINT-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-GROUP-VISIT-COUNT.
      *-----------------------------------------------------------
      *  4300-CLOSE-STATEMENT
      *  TOTAL LINE ON THE STATEMENT AND, WHEN ANYTHING IS OWED,
      *  ONE PAYROLL-DEDUCTION RECORD FOR THE MONTH'S CHARGES PLUS
      *  THE ARREARS.  THE SORT KEY AND THE ACCOUNT SWEEP TOGETHER
      *  GUARANTEE THE EXTRACT COMES OUT IN CUSTOMER-ID SEQUENCE.
      *-----------------------------------------------------------
       4300-CLOSE-STATEMENT.
           compute WS-GROUP-DUE = WS-GROUP-AMOUNT + WS-GROUP-ARREARS.
           move WS-GROUP-VISIT-COUNT to WS-TL-VISIT-COUNT.
           move WS-GROUP-AMOUNT to WS-TL-CHARGES.
           move WS-GROUP-ARREARS to WS-TL-ARREARS.
           move WS-GROUP-DUE to WS-TL-AMOUNT.
           write STATEMENT-PRINT-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           add 1 to WS-STATEMENTS-PRINTED.
           add WS-GROUP-ARREARS to WS-TOTAL-ARREARS.
           if WS-GROUP-DUE > 0 then
               move WS-HOLD-CUSTOMER-ID to PD-CUSTOMER-ID
               move WS-HOLD-NAME to PD-NAME
               move WS-GROUP-VISIT-COUNT to PD-VISIT-COUNT
               move WS-GROUP-DUE to PD-AMOUNT
               move WS-TODAY-DATE to PD-STATEMENT-DATE
               move WS-GROUP-ARREARS to PD-ARREARS-AMOUNT
               write PAYROLL-DEDUCTION-RECORD
               add 1 to WS-EXTRACTS-WRITTEN
           end-if.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4500-ARREARS-ONLY-STATEMENT
      *  AN ACCOUNT AHEAD OF THE NEXT CUSTOMER WITH VISITS HAD NO
      *  VISITS THIS MONTH - IF IT STILL OWES, IT GETS A STATEMENT
      *  AND A DEDUCTION FOR THE ARREARS ALONE.
      *-----------------------------------------------------------
       4500-ARREARS-ONLY-STATEMENT.
           if WS-EOF-ACCOUNTS then
               go to 4500-EXIT
           end-if.
           if CA-BALANCE > 0 then
               move CA-CUSTOMER-ID to WS-HOLD-CUSTOMER-ID
               move CA-NAME to WS-HOLD-NAME
               move 0 to WS-GROUP-VISIT-COUNT
               move 0 to WS-GROUP-AMOUNT
               perform 4600-TAKE-ARREARS thru 4600-EXIT
               perform 4150-PRINT-STATEMENT-HEADING thru 4150-EXIT
               perform 4300-CLOSE-STATEMENT thru 4300-EXIT
               add 1 to WS-ARREARS-ONLY
           end-if.
           perform 4800-READ-ACCOUNT thru 4800-EXIT.
       4500-EXIT.
           exit.

       4600-TAKE-ARREARS.
           move 0 to WS-GROUP-ARREARS.
           move 0 to WS-GROUP-ARREARS-SINCE.
           if CA-BALANCE > 0 then
               move CA-BALANCE to WS-GROUP-ARREARS
               move CA-ARREARS-SINCE to WS-GROUP-ARREARS-SINCE
           end-if.
       4600-EXIT.
           exit.

       4800-READ-ACCOUNT.
           if WS-EOF-ACCOUNTS then
               go to 4800-EXIT
           end-if.
           read CANTEEN-ACCOUNT-FILE next record
               at end
                   move "Y" to WS-ACCOUNT-EOF-SWITCH
                   move WS-END-KEY to WS-ACCOUNT-KEY
               not at end
                   move CA-CUSTOMER-ID to WS-ACCOUNT-KEY
           end-read.
       4800-EXIT.
           exit.

       4900-RETURN-SORT-RECORD.
           return SORT-WORK-FILE
               at end
       9000-TERMINATE.
           display "Dispenses billed:     " WS-RECORDS-RELEASED
               upon console.
           display "Cash/card not billed: " WS-TILL-PAID-SKIPPED
               upon console.
           display "Other months skipped: " WS-OTHER-MONTH-SKIPPED
               upon console.
           display "Statements printed:   " WS-STATEMENTS-PRINTED
               upon console.
           display "Deductions extracted: " WS-EXTRACTS-WRITTEN
               upon console.
           display "Total billed:         " WS-TOTAL-BILLED
               upon console.
           display "Arrears brought fwd:  " WS-TOTAL-ARREARS
               upon console.
           display "Arrears-only stmts:   " WS-ARREARS-ONLY
               upon console.
           move 0 to RETURN-CODE.
           close DISPENSE-LOG.
           close STATEMENT-PRINT-FILE.
           close PAYROLL-DEDUCTION-EXTRACT.
           if WS-ACCOUNT-FILE-OPEN then
               close CANTEEN-ACCOUNT-FILE
           end-if.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
