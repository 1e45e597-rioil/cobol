       IDENTIFICATION DIVISION.
        PROGRAM-ID. aged-debt.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the aged-debt report
      *                      finance asked for.  sweeps the canteen
      *                      account master pay-ack keeps and lists
      *                      every customer whose account has been
      *                      in arrears for more than the given
      *                      number of months - balance owed, the
      *                      statement it first fell behind on, and
      *                      what was last billed, taken and why
      *                      not - so the debt is chased before it
      *                      walks out of the door with a leaver.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CANTEEN-ACCOUNT-FILE ASSIGN TO "CANACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER-ID
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT AGED-DEBT-REPORT ASSIGN TO "AGEDEBT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  CANTEEN-ACCOUNT-FILE.
           COPY CANACCT.
        FD  AGED-DEBT-REPORT
            LABEL RECORDS ARE STANDARD.
        01  AGED-DEBT-LINE                 PIC X(132).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-ACCOUNT-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-ACCOUNT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-ACCOUNTS value "Y".
           77 WS-OPERATOR-ID pic X(08).
           01 WS-MONTHS-IN pic X(02).
           01 WS-MONTHS-N redefines WS-MONTHS-IN pic 9(02).
           77 WS-MONTHS-THRESHOLD pic 9(02) value 1.
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-TODAY-FIELDS redefines WS-TODAY-DATE.
               05 WS-TODAY-YEAR pic 9(04).
               05 WS-TODAY-MONTH pic 9(02).
               05 WS-TODAY-DAY pic 9(02).
           01 WS-SINCE-DATE pic 9(08).
           01 WS-SINCE-FIELDS redefines WS-SINCE-DATE.
               05 WS-SINCE-YEAR pic 9(04).
               05 WS-SINCE-MONTH pic 9(02).
               05 WS-SINCE-DAY pic 9(02).
           77 WS-MONTHS-OWING pic S9(04) comp value 0.
           77 WS-ACCOUNTS-READ pic 9(06) value 0.
           77 WS-ACCOUNTS-OWING pic 9(06) value 0.
           77 WS-ACCOUNTS-AGED pic 9(06) value 0.
           77 WS-TOTAL-OWING pic S9(09)V99 value 0.
           77 WS-TOTAL-AGED pic S9(09)V99 value 0.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(30) value
                   "CANTEEN AGED DEBT".
               05 FILLER pic X(16) value "BUSINESS DATE".
               05 WS-H1-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(20) value "IN ARREARS MORE THAN".
               05 WS-H1-MONTHS pic Z9.
               05 FILLER pic X(07) value " MONTHS".
               05 FILLER pic X(44) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(08) value "CUSTOMER".
               05 FILLER pic X(32) value "NAME".
               05 FILLER pic X(15) value "   BALANCE OWED".
               05 FILLER pic X(10) value "  SINCE".
               05 FILLER pic X(08) value "MONTHS".
               05 FILLER pic X(12) value " LAST BILLED".
               05 FILLER pic X(12) value "  LAST TAKEN".
               05 FILLER pic X(02) value spaces.
               05 FILLER pic X(20) value "LAST SHORT REASON".
               05 FILLER pic X(12) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-CUSTOMER-ID pic 9(06).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-NAME pic X(30).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-BALANCE pic Z,ZZZ,ZZ9.99-.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-SINCE pic 9(08).
               05 FILLER pic X(03) value spaces.
               05 WS-DL-MONTHS pic ZZZ9.
               05 FILLER pic X(03) value spaces.
               05 WS-DL-LAST-BILLED pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-LAST-TAKEN pic ZZZ,ZZ9.99.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-REASON pic X(20).
               05 FILLER pic X(14) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(16) value "ACCOUNTS OWING".
               05 WS-TL-OWING pic ZZZZZ9.
               05 FILLER pic X(02) value spaces.
               05 WS-TL-OWING-AMOUNT pic ZZ,ZZZ,ZZ9.99-.
               05 FILLER pic X(06) value spaces.
               05 FILLER pic X(16) value "AGED PAST LIMIT".
               05 WS-TL-AGED pic ZZZZZ9.
               05 FILLER pic X(02) value spaces.
               05 WS-TL-AGED-AMOUNT pic ZZ,ZZZ,ZZ9.99-.
               05 FILLER pic X(49) value spaces.
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
      *  ONE KEYED SWEEP OF THE CANTEEN ACCOUNT MASTER, PRINTING
      *  EVERY ACCOUNT IN ARREARS PAST THE THRESHOLD.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-AGE-ONE-ACCOUNT thru 2000-EXIT
               until WS-EOF-ACCOUNTS.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, THEN THE NUMBER OF MONTHS AN ACCOUNT
      *  MAY BE IN ARREARS BEFORE IT IS REPORTED.  A BLANK CARD
      *  MEANS ONE MONTH - ANYONE OWING MORE THAN A MONTH.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Months in arrears before reporting?"
               upon console.
           accept WS-MONTHS-IN from console.
           if WS-MONTHS-IN not = spaces then
               if WS-MONTHS-IN is not numeric then
                   display "Months in arrears must be numeric"
                       upon console
                   move 16 to RETURN-CODE
                   close AUDIT-LOG-FILE
                   goback
               end-if
               move WS-MONTHS-N to WS-MONTHS-THRESHOLD
           end-if.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           move WS-TODAY-DATE to WS-H1-DATE.
           move WS-MONTHS-THRESHOLD to WS-H1-MONTHS.
           open input CANTEEN-ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = "00" then
               display "Canteen account master open failed - status "
                   WS-ACCOUNT-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open output AGED-DEBT-REPORT.
           write AGED-DEBT-LINE from WS-HEADING-1
               after advancing page.
           write AGED-DEBT-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to AGED-DEBT-LINE.
           write AGED-DEBT-LINE after advancing 1 line.
           move 0 to CA-CUSTOMER-ID.
           start CANTEEN-ACCOUNT-FILE
               key is not less than CA-CUSTOMER-ID
               invalid key
                   move "Y" to WS-ACCOUNT-EOF-SWITCH
           end-start.
           if not WS-EOF-ACCOUNTS then
               perform 2900-READ-ACCOUNT thru 2900-EXIT
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
           move "AGED-DEBT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "AGED DEBT REPORT" to AL-KEY-INPUT.
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
      *  2000-AGE-ONE-ACCOUNT
      *  MONTHS OWING COUNTS THE STATEMENT MONTHS SINCE THE ACCOUNT
      *  FIRST FELL BEHIND - A STATEMENT LEFT SHORT LAST MONTH IS
      *  ONE MONTH OWING, STILL SHORT THE MONTH AFTER IS TWO.
      *-----------------------------------------------------------
       2000-AGE-ONE-ACCOUNT.
           add 1 to WS-ACCOUNTS-READ.
           if CA-BALANCE > 0 then
               add 1 to WS-ACCOUNTS-OWING
               add CA-BALANCE to WS-TOTAL-OWING
               perform 2100-CHECK-ARREARS-AGE thru 2100-EXIT
           end-if.
           perform 2900-READ-ACCOUNT thru 2900-EXIT.
       2000-EXIT.
           exit.

       2100-CHECK-ARREARS-AGE.
           if CA-ARREARS-SINCE is not numeric
               or CA-ARREARS-SINCE = 0 then
               move WS-TODAY-DATE to WS-SINCE-DATE
           else
               move CA-ARREARS-SINCE to WS-SINCE-DATE
           end-if.
           compute WS-MONTHS-OWING =
               (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
               - (WS-SINCE-YEAR * 12 + WS-SINCE-MONTH).
           if WS-MONTHS-OWING not > WS-MONTHS-THRESHOLD then
               go to 2100-EXIT
           end-if.
           move CA-CUSTOMER-ID to WS-DL-CUSTOMER-ID.
           move CA-NAME to WS-DL-NAME.
           move CA-BALANCE to WS-DL-BALANCE.
           move WS-SINCE-DATE to WS-DL-SINCE.
           move WS-MONTHS-OWING to WS-DL-MONTHS.
           move CA-LAST-BILLED to WS-DL-LAST-BILLED.
           move CA-LAST-DEDUCTED to WS-DL-LAST-TAKEN.
           move CA-LAST-SHORT-REASON to WS-DL-REASON.
           write AGED-DEBT-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-ACCOUNTS-AGED.
           add CA-BALANCE to WS-TOTAL-AGED.
       2100-EXIT.
           exit.

       2900-READ-ACCOUNT.
           read CANTEEN-ACCOUNT-FILE next record
               at end
                   move "Y" to WS-ACCOUNT-EOF-SWITCH
           end-read.
       2900-EXIT.
           exit.

       9000-TERMINATE.
           move WS-ACCOUNTS-OWING to WS-TL-OWING.
           move WS-TOTAL-OWING to WS-TL-OWING-AMOUNT.
           move WS-ACCOUNTS-AGED to WS-TL-AGED.
           move WS-TOTAL-AGED to WS-TL-AGED-AMOUNT.
           write AGED-DEBT-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           display "Accounts read:        " WS-ACCOUNTS-READ
               upon console.
           display "Accounts owing:       " WS-ACCOUNTS-OWING
               upon console.
           display "Aged past the limit:  " WS-ACCOUNTS-AGED
               upon console.
           if WS-ACCOUNTS-AGED > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close CANTEEN-ACCOUNT-FILE.
           close AGED-DEBT-REPORT.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
