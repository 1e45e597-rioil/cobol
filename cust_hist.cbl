       IDENTIFICATION DIVISION.
        PROGRAM-ID. cust-history.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - a customer's record
      *                      as it stood on any date.  reads the
      *                      customer-master change journal for one
      *                      customer id, lists every add, change,
      *                      delete and reload of the record in time
      *                      order with the before and after images,
      *                      program, operator and timestamp, and
      *                      rebuilds the record as of the date
      *                      asked - so a dispute over a dispense or
      *                      a statement is settled without
      *                      restoring a whole snapshot.
      *  15/10/2026  rioil   a customer left out of a reload made
      *                      on or before the as-of date was off the
      *                      master from then on - report the record
      *                      absent rather than as it stood before
      *                      the reload.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUST-JOURNAL-FILE ASSIGN TO "CUSTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO "CHSTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  CUST-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY CUSTJRN.
        FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
        FD  HISTORY-REPORT
            LABEL RECORDS ARE STANDARD.
        01  HISTORY-REPORT-LINE            PIC X(132).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-CUSTJRN-STATUS pic X(02) value "00".
           77 WS-CUSTMAST-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-JOURNAL value "Y".
           77 WS-JOURNAL-SWITCH pic X(01) value "Y".
               88 WS-JOURNAL-AVAILABLE value "Y".
      *    WHAT IS KNOWN OF THE RECORD AS OF THE DATE ASKED -
      *    UNKNOWN UNTIL A JOURNAL ENTRY SETTLES IT.
           77 WS-ASOF-STATE pic X(01) value "U".
               88 WS-ASOF-UNKNOWN value "U".
               88 WS-ASOF-PRESENT value "P".
               88 WS-ASOF-ABSENT value "A".
           77 WS-LATER-SWITCH pic X(01) value "N".
               88 WS-LATER-SEEN value "Y".
      *    ONE RELOAD IS A RUN OF RELOAD ENTRIES, ONE PER CUSTOMER
      *    LOADED - IT IS TIMED FROM THE FIRST ENTRY OF THE RUN.
           77 WS-PREV-ACTION pic X(01) value space.
           77 WS-RELOAD-STAMP pic X(14) value zeros.
           77 WS-APPLIED-STAMP pic X(14) value zeros.
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-SUBJECT-ID pic 9(06) value 0.
           77 WS-ASOF-DATE pic 9(08) value 0.
           77 WS-ASOF-IMAGE pic X(60) value spaces.
           77 WS-ASOF-BASIS pic X(60) value spaces.
           77 WS-JOURNAL-READ pic 9(07) value 0.
           77 WS-CHANGES-FOUND pic 9(05) value 0.
           77 WS-CHANGES-APPLIED pic 9(05) value 0.
           77 WS-PAGE-NUMBER pic 9(04) comp value 0.
           77 WS-LINE-COUNT pic 9(03) comp value 99.
           77 WS-LINES-PER-PAGE pic 9(03) comp value 55.
           01 WS-CUSTOMER-ID-IN pic X(06).
           01 WS-CUSTOMER-ID-N redefines WS-CUSTOMER-ID-IN
               pic 9(06).
           01 WS-ASOF-DATE-IN pic X(08).
           01 WS-ASOF-DATE-N redefines WS-ASOF-DATE-IN pic 9(08).
           01 WS-IMAGE-FIELDS.
               05 FILLER pic X(06).
               05 WS-IM-NAME pic X(30).
               05 WS-IM-AGE pic X(03).
               05 WS-IM-DRINK pic X(01).
               05 WS-IM-DEPARTMENT pic X(20).
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "CUSTOMER CHANGE HISTORY".
               05 FILLER pic X(10) value "CUSTOMER".
               05 WS-H1-CUSTOMER-ID pic 9(06).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(07) value "AS OF".
               05 WS-H1-ASOF-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "RUN DATE".
               05 WS-H1-RUN-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(05) value "PAGE ".
               05 WS-H1-PAGE pic ZZZ9.
               05 FILLER pic X(21) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(09) value "DATE".
               05 FILLER pic X(08) value "TIME".
               05 FILLER pic X(10) value "BUS DATE".
               05 FILLER pic X(14) value "PROGRAM".
               05 FILLER pic X(10) value "OPERATOR".
               05 FILLER pic X(10) value "ACTION".
               05 FILLER pic X(08) value "IMAGE".
               05 FILLER pic X(32) value "NAME".
               05 FILLER pic X(05) value "AGE".
               05 FILLER pic X(03) value "DR".
               05 FILLER pic X(22) value "DEPARTMENT".
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-ENTRY-DATA.
                   10 WS-DL-DATE pic 9(08).
                   10 FILLER pic X(01) value spaces.
                   10 WS-DL-TIME pic 9(06).
                   10 FILLER pic X(02) value spaces.
                   10 WS-DL-BUSINESS-DATE pic 9(08).
                   10 FILLER pic X(02) value spaces.
                   10 WS-DL-PROGRAM pic X(12).
                   10 FILLER pic X(02) value spaces.
                   10 WS-DL-OPERATOR pic X(08).
                   10 FILLER pic X(02) value spaces.
                   10 WS-DL-ACTION pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-IMAGE pic X(06).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-NAME pic X(30).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-AGE pic X(03).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DRINK pic X(01).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DEPARTMENT pic X(20).
               05 FILLER pic X(02) value spaces.
           01 WS-MARKER-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(18) value
                   "---- RECORD AS OF ".
               05 WS-ML-ASOF-DATE pic 9(08).
               05 FILLER pic X(28) value
                   " STANDS ABOVE THIS LINE ----".
               05 FILLER pic X(77) value spaces.
           01 WS-ASOF-LINE.
               05 FILLER pic X(03) value spaces.
               05 WS-AL-LABEL pic X(20).
               05 WS-AL-VALUE pic X(60).
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
      *  ONE PASS OF THE JOURNAL - THE FILE IS ONLY EVER EXTENDED,
      *  SO ITS ORDER IS TIME ORDER AND NO SORT IS NEEDED.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           if WS-JOURNAL-AVAILABLE then
               perform 2900-READ-JOURNAL thru 2900-EXIT
               perform 2000-CHECK-ONE-ENTRY thru 2000-EXIT
                   until WS-EOF-JOURNAL
               close CUST-JOURNAL-FILE
           end-if.
           if not WS-LATER-SEEN then
               perform 2500-PRINT-MARKER thru 2500-EXIT
           end-if.
           perform 3000-RESOLVE-AS-OF thru 3000-EXIT.
           perform 4000-PRINT-AS-OF thru 4000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, CUSTOMER ID, AS-OF DATE (YYYYMMDD -
      *  BLANK FOR THE BUSINESS DATE).  A MISSING JOURNAL IS NOT
      *  FATAL - THE CURRENT MASTER RECORD IS THEN THE ANSWER,
      *  AND THE REPORT SAYS SO.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           display "Customer ID?" upon console.
           accept WS-CUSTOMER-ID-IN from console.
           display "As-of date? (YYYYMMDD, blank = business date)"
               upon console.
           accept WS-ASOF-DATE-IN from console.
           if WS-CUSTOMER-ID-IN is not numeric
               or WS-CUSTOMER-ID-N = 0
               or WS-CUSTOMER-ID-N = 999999 then
               display "Customer ID " WS-CUSTOMER-ID-IN
                   " is not a customer - run refused" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-CUSTOMER-ID-N to WS-SUBJECT-ID.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           evaluate true
               when WS-ASOF-DATE-IN = spaces
                   move WS-TODAY-DATE to WS-ASOF-DATE
               when WS-ASOF-DATE-IN is numeric
                   and WS-ASOF-DATE-N > 19000000
                   move WS-ASOF-DATE-N to WS-ASOF-DATE
               when other
                   display "As-of date " WS-ASOF-DATE-IN
                       " is not a date - run refused" upon console
                   move 16 to RETURN-CODE
                   close AUDIT-LOG-FILE
                   goback
           end-evaluate.
           open input CUSTOMER-MASTER.
           if WS-CUSTMAST-STATUS not = "00" then
               display "CUSTOMER-MASTER open failed - status "
                   WS-CUSTMAST-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open input CUST-JOURNAL-FILE.
           if WS-CUSTJRN-STATUS not = "00" then
               display "Change journal not available - status "
                   WS-CUSTJRN-STATUS upon console
               move "N" to WS-JOURNAL-SWITCH
           end-if.
           open output HISTORY-REPORT.
           move WS-SUBJECT-ID to WS-H1-CUSTOMER-ID.
           move WS-ASOF-DATE to WS-H1-ASOF-DATE.
           move WS-TODAY-DATE to WS-H1-RUN-DATE.
           move WS-ASOF-DATE to WS-ML-ASOF-DATE.
           perform 8500-PRINT-HEADINGS thru 8500-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO LOOKED UP WHOSE
      *  HISTORY, AND WHEN.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "CUST-HISTORY" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move spaces to AL-KEY-INPUT.
           string "HISTORY " delimited by size
               WS-CUSTOMER-ID-IN delimited by size
               " AS OF " delimited by size
               WS-ASOF-DATE-IN delimited by size
               into AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE BUSINESS DATE IS THE DEFAULT AS-OF DATE.
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
      *  2000-CHECK-ONE-ENTRY
      *  AN ENTRY FOR THE CUSTOMER IS LISTED.  ONE MADE ON OR
      *  BEFORE THE AS-OF DATE MOVES THE RECORD ON; THE FIRST ONE
      *  AFTER IT IS KEPT, AS ITS BEFORE IMAGE SHOWS THE RECORD
      *  THE DATE ASKED ABOUT WHEN NO EARLIER ENTRY DOES.
      *-----------------------------------------------------------
       2000-CHECK-ONE-ENTRY.
           perform 2050-NOTE-RELOAD thru 2050-EXIT.
           if JR-CUSTOMER-ID not = WS-SUBJECT-ID then
               go to 2000-NEXT
           end-if.
           add 1 to WS-CHANGES-FOUND.
           if JR-JOURNAL-DATE not > WS-ASOF-DATE then
               perform 2100-APPLY-ENTRY thru 2100-EXIT
           else
               if not WS-LATER-SEEN
                   perform 2500-PRINT-MARKER thru 2500-EXIT
                   perform 2200-NOTE-FIRST-LATER thru 2200-EXIT
               end-if
           end-if.
           perform 2300-PRINT-ENTRY thru 2300-EXIT.
       2000-NEXT.
           perform 2900-READ-JOURNAL thru 2900-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2050-NOTE-RELOAD
      *  EVERY ENTRY, FOR ANY CUSTOMER, IS LOOKED AT HERE - THE
      *  START OF THE LATEST RELOAD ON OR BEFORE THE AS-OF DATE IS
      *  KEPT, AS IT REBUILT THE WHOLE MASTER.
      *-----------------------------------------------------------
       2050-NOTE-RELOAD.
           if JR-ACTION-RELOAD
               and JR-JOURNAL-DATE not > WS-ASOF-DATE
               and WS-PREV-ACTION not = "R" then
               move JR-TIMESTAMP to WS-RELOAD-STAMP
           end-if.
           move JR-ACTION to WS-PREV-ACTION.
       2050-EXIT.
           exit.

       2100-APPLY-ENTRY.
           add 1 to WS-CHANGES-APPLIED.
           move JR-TIMESTAMP to WS-APPLIED-STAMP.
           if JR-ACTION-DELETE then
               move "A" to WS-ASOF-STATE
               move spaces to WS-ASOF-IMAGE
           else
               move "P" to WS-ASOF-STATE
               move JR-AFTER-IMAGE to WS-ASOF-IMAGE
           end-if.
           move "AFTER THE LAST CHANGE ON OR BEFORE THE DATE"
               to WS-ASOF-BASIS.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-NOTE-FIRST-LATER
      *  ONLY USED WHEN NO ENTRY ON OR BEFORE THE DATE WAS FOUND.
      *  A CHANGE OR DELETE CARRIES THE RECORD AS IT STOOD; AN ADD
      *  MEANS THERE WAS NO RECORD YET.  A RELOAD REBUILT THE
      *  MASTER FROM EMPTY AND SAYS NOTHING OF WHAT WAS THERE.
      *-----------------------------------------------------------
       2200-NOTE-FIRST-LATER.
           if not WS-ASOF-UNKNOWN then
               go to 2200-EXIT
           end-if.
           evaluate true
               when JR-ACTION-CHANGE or JR-ACTION-DELETE
                   move "P" to WS-ASOF-STATE
                   move JR-BEFORE-IMAGE to WS-ASOF-IMAGE
                   move "BEFORE THE FIRST CHANGE AFTER THE DATE"
                       to WS-ASOF-BASIS
               when JR-ACTION-ADD
                   move "A" to WS-ASOF-STATE
                   move "ADDED ONLY AFTER THE DATE" to WS-ASOF-BASIS
               when other
                   continue
           end-evaluate.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2300-PRINT-ENTRY
      *  THE ENTRY LINE CARRIES THE BEFORE IMAGE, OR THE AFTER
      *  IMAGE WHEN THERE WAS NO RECORD BEFORE; A CHANGE ADDS A
      *  SECOND LINE FOR THE AFTER IMAGE.
      *-----------------------------------------------------------
       2300-PRINT-ENTRY.
           move JR-JOURNAL-DATE to WS-DL-DATE.
           move JR-JOURNAL-TIME to WS-DL-TIME.
           move JR-BUSINESS-DATE to WS-DL-BUSINESS-DATE.
           move JR-PROGRAM-NAME to WS-DL-PROGRAM.
           move JR-OPERATOR-ID to WS-DL-OPERATOR.
           evaluate true
               when JR-ACTION-ADD
                   move "ADD" to WS-DL-ACTION
               when JR-ACTION-CHANGE
                   move "CHANGE" to WS-DL-ACTION
               when JR-ACTION-DELETE
                   move "DELETE" to WS-DL-ACTION
               when JR-ACTION-RELOAD
                   move "RELOAD" to WS-DL-ACTION
               when other
                   move JR-ACTION to WS-DL-ACTION
           end-evaluate.
           if JR-BEFORE-IMAGE not = spaces then
               move "BEFORE" to WS-DL-IMAGE
               move JR-BEFORE-IMAGE to WS-IMAGE-FIELDS
           else
               move "AFTER" to WS-DL-IMAGE
               move JR-AFTER-IMAGE to WS-IMAGE-FIELDS
           end-if.
           perform 8000-PRINT-DETAIL thru 8000-EXIT.
           if JR-BEFORE-IMAGE not = spaces
               and JR-AFTER-IMAGE not = spaces then
               move spaces to WS-DL-ENTRY-DATA
               move "AFTER" to WS-DL-IMAGE
               move JR-AFTER-IMAGE to WS-IMAGE-FIELDS
               perform 8000-PRINT-DETAIL thru 8000-EXIT
           end-if.
       2300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2500-PRINT-MARKER
      *  A RULE ACROSS THE LISTING WHERE THE AS-OF DATE FALLS.
      *-----------------------------------------------------------
       2500-PRINT-MARKER.
           move "Y" to WS-LATER-SWITCH.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE then
               perform 8500-PRINT-HEADINGS thru 8500-EXIT
           end-if.
           write HISTORY-REPORT-LINE from WS-MARKER-LINE
               after advancing 1 line.
           add 1 to WS-LINE-COUNT.
       2500-EXIT.
           exit.

       2900-READ-JOURNAL.
           read CUST-JOURNAL-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
               not at end
                   add 1 to WS-JOURNAL-READ
           end-read.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-RESOLVE-AS-OF
      *  NO JOURNAL ENTRY AT ALL MEANS THE RECORD HAS NOT CHANGED
      *  SINCE THE JOURNAL BEGAN - THE MASTER AS IT IS NOW IS THE
      *  ANSWER.  ONLY A RELOAD AFTER THE DATE, WITH NOTHING
      *  BEFORE IT, LEAVES THE ANSWER OPEN.  A RELOAD ON OR BEFORE
      *  THE DATE THAT CAME AFTER THE CUSTOMER'S LAST ENTRY DID NOT
      *  LOAD THEM (IT WOULD HAVE JOURNALLED THEM), SO THE RECORD
      *  WAS GONE FROM THE MASTER ON THE DATE.
      *-----------------------------------------------------------
       3000-RESOLVE-AS-OF.
           if WS-RELOAD-STAMP > WS-APPLIED-STAMP then
               move "A" to WS-ASOF-STATE
               move spaces to WS-ASOF-IMAGE
               move "NOT IN THE LAST RELOAD ON OR BEFORE THE DATE"
                   to WS-ASOF-BASIS
               go to 3000-EXIT
           end-if.
           if not WS-ASOF-UNKNOWN then
               go to 3000-EXIT
           end-if.
           if WS-CHANGES-FOUND > 0 then
               move "NOT DETERMINABLE - MASTER RELOADED AFTER THE DATE"
                   to WS-ASOF-BASIS
               go to 3000-EXIT
           end-if.
           move WS-SUBJECT-ID to CM-CUSTOMER-ID.
           read CUSTOMER-MASTER
               invalid key
                   move "A" to WS-ASOF-STATE
               not invalid key
                   move "P" to WS-ASOF-STATE
                   move CUSTOMER-MASTER-RECORD to WS-ASOF-IMAGE
           end-read.
           move "NO CHANGE JOURNALLED - CURRENT MASTER RECORD"
               to WS-ASOF-BASIS.
       3000-EXIT.
           exit.

       4000-PRINT-AS-OF.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE - 8 then
               perform 8500-PRINT-HEADINGS thru 8500-EXIT
           end-if.
           move "RECORD AS OF" to WS-AL-LABEL.
           move WS-ASOF-DATE to WS-ASOF-DATE-N.
           move WS-ASOF-DATE-IN to WS-AL-VALUE.
           write HISTORY-REPORT-LINE from WS-ASOF-LINE
               after advancing 3 lines.
           move "BASIS" to WS-AL-LABEL.
           move WS-ASOF-BASIS to WS-AL-VALUE.
           write HISTORY-REPORT-LINE from WS-ASOF-LINE
               after advancing 1 line.
           evaluate true
               when WS-ASOF-PRESENT
                   move WS-ASOF-IMAGE to WS-IMAGE-FIELDS
                   move "NAME" to WS-AL-LABEL
                   move WS-IM-NAME to WS-AL-VALUE
                   write HISTORY-REPORT-LINE from WS-ASOF-LINE
                       after advancing 2 lines
                   move "AGE" to WS-AL-LABEL
                   move WS-IM-AGE to WS-AL-VALUE
                   write HISTORY-REPORT-LINE from WS-ASOF-LINE
                       after advancing 1 line
                   move "DRINK RESPONSE" to WS-AL-LABEL
                   move WS-IM-DRINK to WS-AL-VALUE
                   write HISTORY-REPORT-LINE from WS-ASOF-LINE
                       after advancing 1 line
                   move "DEPARTMENT" to WS-AL-LABEL
                   move WS-IM-DEPARTMENT to WS-AL-VALUE
                   write HISTORY-REPORT-LINE from WS-ASOF-LINE
                       after advancing 1 line
               when WS-ASOF-ABSENT
                   move "STATUS" to WS-AL-LABEL
                   move "NOT ON CUSTOMER-MASTER ON THAT DATE"
                       to WS-AL-VALUE
                   write HISTORY-REPORT-LINE from WS-ASOF-LINE
                       after advancing 2 lines
           end-evaluate.
           move "CHANGES LISTED" to WS-AL-LABEL.
           move spaces to WS-AL-VALUE.
           move WS-CHANGES-FOUND to WS-AL-VALUE(1:5).
           write HISTORY-REPORT-LINE from WS-ASOF-LINE
               after advancing 2 lines.
       4000-EXIT.
           exit.

       8000-PRINT-DETAIL.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE then
               perform 8500-PRINT-HEADINGS thru 8500-EXIT
           end-if.
           move WS-IM-NAME to WS-DL-NAME.
           move WS-IM-AGE to WS-DL-AGE.
           move WS-IM-DRINK to WS-DL-DRINK.
           move WS-IM-DEPARTMENT to WS-DL-DEPARTMENT.
           write HISTORY-REPORT-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-LINE-COUNT.
       8000-EXIT.
           exit.

       8500-PRINT-HEADINGS.
           add 1 to WS-PAGE-NUMBER.
           move WS-PAGE-NUMBER to WS-H1-PAGE.
           write HISTORY-REPORT-LINE from WS-HEADING-1
               after advancing page.
           write HISTORY-REPORT-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to HISTORY-REPORT-LINE.
           write HISTORY-REPORT-LINE after advancing 1 line.
           move 4 to WS-LINE-COUNT.
       8500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  RC 0 - ANSWERED.  RC 4 - THE RECORD AS OF THE DATE COULD
      *  NOT BE DETERMINED, OR THERE WAS NO JOURNAL TO READ.
      *-----------------------------------------------------------
       9000-TERMINATE.
           display "Journal entries read:  " WS-JOURNAL-READ
               upon console.
           display "Changes for customer:  " WS-CHANGES-FOUND
               upon console.
           if WS-ASOF-UNKNOWN
               or not WS-JOURNAL-AVAILABLE then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close CUSTOMER-MASTER.
           close HISTORY-REPORT.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
