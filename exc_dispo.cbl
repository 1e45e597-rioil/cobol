      *                      from the morning report.  no
      *                      run-control date still means the
      *                      calendar date stands.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   route every open exception to the
      *                      manager of its department - the
      *                      department is now a department-master
      *                      code, so the open exceptions are sorted
      *                      by code onto a manager report, one page
      *                      per department headed with its manager
      *                      and cost centre from dept-lookup, for
      *                      the distribution rack.  exceptions
      *                      whose department has no manager on file
      *                      still print, flagged, for the canteen
      *                      manager to chase.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-AGING-REPORT ASSIGN TO "EXCAGE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANAGER-EXCEPTION-REPORT ASSIGN TO "EXCMGR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        FD  EXCEPTION-AGING-REPORT
            LABEL RECORDS ARE STANDARD.
           COPY EXCAGE.
        FD  MANAGER-EXCEPTION-REPORT
            LABEL RECORDS ARE STANDARD.
        01  MANAGER-PRINT-LINE             PIC X(132).
        SD  SORT-WORK-FILE.
        01  SORT-WORK-RECORD.
           05  SRT-DEPARTMENT              PIC X(20).
           05  SRT-DAYS-OPEN               PIC 9(05).
           05  SRT-EXCEPTION-TYPE          PIC X(01).
           05  SRT-CUSTOMER-ID             PIC X(06).
           05  SRT-NAME                    PIC X(30).
           05  SRT-DETAIL                  PIC X(20).
           05  SRT-LOG-DATE                PIC 9(08).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
           77 WS-DEPT-FOUND-SWITCH pic X(01) value "N".
               88 WS-DEPT-FOUND value "Y".
           77 WS-WORK-DEPARTMENT pic X(20).
           77 WS-SORT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-SORT-WORK value "Y".
           77 WS-NO-MANAGER-SWITCH pic X(01) value "N".
               88 WS-NO-MANAGER value "Y".
           77 WS-HOLD-MGR-DEPARTMENT pic X(20).
           77 WS-MGR-PAGE-NUMBER pic 9(04) comp value 0.
           77 WS-MGR-LINE-COUNT pic 9(03) comp value 99.
           77 WS-LINES-PER-PAGE pic 9(03) comp value 55.
           77 WS-MGR-DEPT-OPEN pic 9(05) value 0.
           77 WS-MGR-DEPT-AGED pic 9(05) value 0.
           77 WS-MGR-SECTIONS pic 9(05) value 0.
           77 WS-UNROUTED-COUNT pic 9(05) value 0.
           01 WS-MGR-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "OPEN EXCEPTIONS FOR DEPARTMENT MANAGER".
               05 FILLER pic X(09) value "RUN DATE".
               05 WS-MH1-RUN-DATE pic 9999/99/99.
               05 FILLER pic X(10) value spaces.
               05 FILLER pic X(05) value "PAGE ".
               05 WS-MH1-PAGE pic ZZZ9.
               05 FILLER pic X(53) value spaces.
           01 WS-MGR-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(12) value "DEPARTMENT".
               05 WS-MH2-DEPARTMENT pic X(20).
               05 FILLER pic X(02) value spaces.
               05 WS-MH2-DESCRIPTION pic X(20).
               05 FILLER pic X(02) value spaces.
               05 FILLER pic X(13) value "COST CENTRE".
               05 WS-MH2-COST-CENTRE pic X(06).
               05 FILLER pic X(02) value spaces.
               05 WS-MH2-STATUS pic X(08).
               05 FILLER pic X(46) value spaces.
           01 WS-MGR-HEADING-3.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(22) value "FOR THE ATTENTION OF".
               05 WS-MH3-MANAGER-ID pic X(06).
               05 FILLER pic X(02) value spaces.
               05 WS-MH3-MANAGER-NAME pic X(30).
               05 FILLER pic X(71) value spaces.
           01 WS-MGR-HEADING-4.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(07) value "TYPE".
               05 FILLER pic X(08) value "CUST ID".
               05 FILLER pic X(32) value "NAME".
               05 FILLER pic X(22) value "DETAIL".
               05 FILLER pic X(12) value "LOGGED".
               05 FILLER pic X(09) value "DAYS OPEN".
               05 FILLER pic X(41) value spaces.
           01 WS-MGR-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-MD-TYPE pic X(05).
               05 FILLER pic X(02) value spaces.
               05 WS-MD-CUSTOMER-ID pic X(06).
               05 FILLER pic X(02) value spaces.
               05 WS-MD-NAME pic X(30).
               05 FILLER pic X(02) value spaces.
               05 WS-MD-DETAIL pic X(20).
               05 FILLER pic X(02) value spaces.
               05 WS-MD-LOG-DATE pic 9999/99/99.
               05 FILLER pic X(06) value spaces.
               05 WS-MD-DAYS-OPEN pic ZZZZ9.
               05 FILLER pic X(41) value spaces.
           01 WS-MGR-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(37) value
                   "OPEN EXCEPTIONS FOR THIS DEPARTMENT".
               05 WS-MT-OPEN pic ZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(30) value
                   "OF WHICH PAST THE THRESHOLD".
               05 WS-MT-AGED pic ZZZZ9.
               05 FILLER pic X(50) value spaces.
           01 WS-MGR-NONE-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "NO OPEN EXCEPTIONS".
               05 FILLER pic X(91) value spaces.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY occurs 100 times.
                   10 WS-DEPT-NAME pic X(20).
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
           COPY DEPSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
      *  0000-MAIN-PROCESS
      *  LOAD THE DISPOSITION TABLE, THEN ONE PASS OF EACH
      *  EXCEPTION FILE - MATCHED EXCEPTIONS ARE CLOSED OUT,
      *  UNMATCHED ONES ARE AGED.  THE PASS IS THE INPUT TO A SORT
      *  BY DEPARTMENT THAT PRINTS THE MANAGER REPORT.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           sort SORT-WORK-FILE
               on ascending key SRT-DEPARTMENT
               on descending key SRT-DAYS-OPEN
               on ascending key SRT-CUSTOMER-ID
               input procedure is 1500-PASS-EXCEPTIONS
                   thru 1500-EXIT
               output procedure is 7500-PRINT-MANAGER-REPORT
                   thru 7500-EXIT.
           perform 4000-CHECK-UNUSED-DISPOSITIONS thru 4000-EXIT.
           perform 7000-WRITE-DEPT-SUBTOTALS thru 7000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           open input DRINK-EXCEPTION-LOG.
           open output MAINT-TRANSACTION-FILE.
           open output EXCEPTION-AGING-REPORT.
           open output MANAGER-EXCEPTION-REPORT.
           move WS-TODAY-DATE to WS-MH1-RUN-DATE.
           perform 2900-READ-AGE-EXCEPTION thru 2900-EXIT.
           perform 3900-READ-DRINK-EXCEPTION thru 3900-EXIT.
       1000-EXIT.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "EXCEPTION DISPOSITION" to AL-KEY-INPUT.
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
               display "EXC-DISPO refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
       1200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1500-PASS-EXCEPTIONS
      *  SORT INPUT PROCEDURE - ONE PASS OF EACH EXCEPTION FILE.
      *  EVERY EXCEPTION LEFT OPEN IS RELEASED TO THE SORT FOR THE
      *  MANAGER REPORT.
      *-----------------------------------------------------------
       1500-PASS-EXCEPTIONS.
           perform 2000-PROCESS-AGE-EXCEPTION thru 2000-EXIT
               until WS-EOF-AGE-EXCEPTION.
           perform 3000-PROCESS-DRINK-EXCEPTION thru 3000-EXIT
               until WS-EOF-DRINK-EXCEPTION.
       1500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-PROCESS-AGE-EXCEPTION
      *  ONE AGE EXCEPTION - CLOSE IT PER ITS DISPOSITION, OR AGE
       6000-AGE-OPEN-EXCEPTION.
           add 1 to WS-OPEN-COUNT.
           perform 6500-COMPUTE-DAYS-OPEN thru 6500-EXIT.
           move "A" to EA-EXCEPTION-TYPE.
           move AX-CUSTOMER-ID to EA-CUSTOMER-ID.
           move AX-NAME to EA-NAME.
           move AX-REASON to EA-DETAIL.
           move AX-LOG-DATE to EA-LOG-DATE.
           move WS-DAYS-OPEN to EA-DAYS-OPEN.
           move AX-DEPARTMENT to EA-DEPARTMENT.
           perform 6700-RELEASE-OPEN-EXCEPTION thru 6700-EXIT.
           if WS-DAYS-OPEN > WS-AGING-DAYS-N then
               write EXCEPTION-AGING-RECORD
               add 1 to WS-AGED-COUNT
               move AX-DEPARTMENT to WS-WORK-DEPARTMENT
       6100-AGE-OPEN-DRINK.
           add 1 to WS-OPEN-COUNT.
           perform 6500-COMPUTE-DAYS-OPEN thru 6500-EXIT.
           move "D" to EA-EXCEPTION-TYPE.
           move DX-CUSTOMER-ID to EA-CUSTOMER-ID.
           move DX-NAME to EA-NAME.
           move DX-REASON to EA-DETAIL.
           move DX-LOG-DATE to EA-LOG-DATE.
           move WS-DAYS-OPEN to EA-DAYS-OPEN.
           move DX-DEPARTMENT to EA-DEPARTMENT.
           perform 6700-RELEASE-OPEN-EXCEPTION thru 6700-EXIT.
           if WS-DAYS-OPEN > WS-AGING-DAYS-N then
               write EXCEPTION-AGING-RECORD
               add 1 to WS-AGED-COUNT
               move DX-DEPARTMENT to WS-WORK-DEPARTMENT
       6650-EXIT.
           exit.

      *-----------------------------------------------------------
      *  6700-RELEASE-OPEN-EXCEPTION
      *  HAND THE OPEN EXCEPTION JUST BUILT IN THE AGING RECORD TO
      *  THE SORT FOR ITS DEPARTMENT MANAGER.
      *-----------------------------------------------------------
       6700-RELEASE-OPEN-EXCEPTION.
           move EA-DEPARTMENT to SRT-DEPARTMENT.
           move EA-DAYS-OPEN to SRT-DAYS-OPEN.
           move EA-EXCEPTION-TYPE to SRT-EXCEPTION-TYPE.
           move EA-CUSTOMER-ID to SRT-CUSTOMER-ID.
           move EA-NAME to SRT-NAME.
           move EA-DETAIL to SRT-DETAIL.
           move EA-LOG-DATE to SRT-LOG-DATE.
           release SORT-WORK-RECORD.
       6700-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7000-WRITE-DEPT-SUBTOTALS
      *  CLOSE THE AGING REPORT WITH ONE SUBTOTAL RECORD PER
       7100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7500-PRINT-MANAGER-REPORT
      *  SORT OUTPUT PROCEDURE - THE OPEN EXCEPTIONS COME BACK BY
      *  DEPARTMENT CODE, OLDEST FIRST.  EACH DEPARTMENT STARTS A
      *  NEW PAGE HEADED WITH ITS MANAGER SO THE PAGES CAN BE TORN
      *  OFF AND SENT.
      *-----------------------------------------------------------
       7500-PRINT-MANAGER-REPORT.
           move "N" to WS-SORT-EOF-SWITCH.
           perform 7900-RETURN-SORTED thru 7900-EXIT.
           if WS-EOF-SORT-WORK then
               add 1 to WS-MGR-PAGE-NUMBER
               move WS-MGR-PAGE-NUMBER to WS-MH1-PAGE
               write MANAGER-PRINT-LINE from WS-MGR-HEADING-1
                   after advancing page
               write MANAGER-PRINT-LINE from WS-MGR-NONE-LINE
                   after advancing 2 lines
               go to 7500-EXIT
           end-if.
           perform 7600-PRINT-ONE-DEPARTMENT thru 7600-EXIT
               until WS-EOF-SORT-WORK.
       7500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7600-PRINT-ONE-DEPARTMENT
      *  LOOK THE DEPARTMENT UP FOR ITS MANAGER, PRINT ITS OPEN
      *  EXCEPTIONS AND CLOSE IT WITH A TOTAL LINE.  A DEPARTMENT
      *  NOT ON THE MASTER, OR WITH NO MANAGER, STILL PRINTS - IT
      *  GOES TO THE CANTEEN MANAGER INSTEAD.
      *-----------------------------------------------------------
       7600-PRINT-ONE-DEPARTMENT.
           move SRT-DEPARTMENT to WS-HOLD-MGR-DEPARTMENT.
           move 0 to WS-MGR-DEPT-OPEN.
           move 0 to WS-MGR-DEPT-AGED.
           add 1 to WS-MGR-SECTIONS.
           move SRT-DEPARTMENT to DK-DEPARTMENT-TEXT.
           call "dept-lookup" using DEPARTMENT-LOOKUP-PARM.
           move SRT-DEPARTMENT to WS-MH2-DEPARTMENT.
           move DK-COST-CENTRE to WS-MH2-COST-CENTRE.
           move DK-MANAGER-ID to WS-MH3-MANAGER-ID.
           move DK-MANAGER-NAME to WS-MH3-MANAGER-NAME.
           move spaces to WS-MH2-STATUS.
           move "N" to WS-NO-MANAGER-SWITCH.
           evaluate true
               when DK-RESULT-ACTIVE
                   move DK-DESCRIPTION to WS-MH2-DESCRIPTION
               when DK-RESULT-INACTIVE
                   move DK-DESCRIPTION to WS-MH2-DESCRIPTION
                   move "INACTIVE" to WS-MH2-STATUS
               when other
                   move "NOT ON DEPT MASTER" to WS-MH2-DESCRIPTION
           end-evaluate.
           if DK-MANAGER-NAME = spaces then
               move "Y" to WS-NO-MANAGER-SWITCH
               move spaces to WS-MH3-MANAGER-ID
               move "NO MANAGER - CANTEEN MANAGER"
                   to WS-MH3-MANAGER-NAME
           end-if.
           perform 7700-PRINT-HEADINGS thru 7700-EXIT.
           perform 7800-PRINT-EXCEPTION thru 7800-EXIT
               until WS-EOF-SORT-WORK
               or SRT-DEPARTMENT not = WS-HOLD-MGR-DEPARTMENT.
           move WS-MGR-DEPT-OPEN to WS-MT-OPEN.
           move WS-MGR-DEPT-AGED to WS-MT-AGED.
           write MANAGER-PRINT-LINE from WS-MGR-TOTAL-LINE
               after advancing 2 lines.
           if WS-NO-MANAGER then
               add WS-MGR-DEPT-OPEN to WS-UNROUTED-COUNT
           end-if.
       7600-EXIT.
           exit.

       7700-PRINT-HEADINGS.
           add 1 to WS-MGR-PAGE-NUMBER.
           move WS-MGR-PAGE-NUMBER to WS-MH1-PAGE.
           write MANAGER-PRINT-LINE from WS-MGR-HEADING-1
               after advancing page.
           write MANAGER-PRINT-LINE from WS-MGR-HEADING-2
               after advancing 2 lines.
           write MANAGER-PRINT-LINE from WS-MGR-HEADING-3
               after advancing 1 line.
           write MANAGER-PRINT-LINE from WS-MGR-HEADING-4
               after advancing 2 lines.
           move 6 to WS-MGR-LINE-COUNT.
       7700-EXIT.
           exit.

       7800-PRINT-EXCEPTION.
           if WS-MGR-LINE-COUNT >= WS-LINES-PER-PAGE then
               perform 7700-PRINT-HEADINGS thru 7700-EXIT
           end-if.
           if SRT-EXCEPTION-TYPE = "A" then
               move "AGE" to WS-MD-TYPE
           else
               move "DRINK" to WS-MD-TYPE
           end-if.
           move SRT-CUSTOMER-ID to WS-MD-CUSTOMER-ID.
           move SRT-NAME to WS-MD-NAME.
           move SRT-DETAIL to WS-MD-DETAIL.
           move SRT-LOG-DATE to WS-MD-LOG-DATE.
           move SRT-DAYS-OPEN to WS-MD-DAYS-OPEN.
           write MANAGER-PRINT-LINE from WS-MGR-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-MGR-LINE-COUNT.
           add 1 to WS-MGR-DEPT-OPEN.
           if SRT-DAYS-OPEN > WS-AGING-DAYS-N then
               add 1 to WS-MGR-DEPT-AGED
           end-if.
           perform 7900-RETURN-SORTED thru 7900-EXIT.
       7800-EXIT.
           exit.

       7900-RETURN-SORTED.
           return SORT-WORK-FILE
               at end
                   move "Y" to WS-SORT-EOF-SWITCH
           end-return.
       7900-EXIT.
           exit.

       9000-TERMINATE.
           display "Dispositions on file:  " WS-DSP-COUNT
               upon console.
               upon console.
           display "Unmatched dispositions: " WS-UNUSED-DISPO-COUNT
               upon console.
           display "Manager sections:      " WS-MGR-SECTIONS
               upon console.
           display "Open, no manager:      " WS-UNROUTED-COUNT
               upon console.
           evaluate true
               when WS-BAD-DISPO-COUNT > 0
                   move 8 to RETURN-CODE
           close DRINK-EXCEPTION-LOG.
           close MAINT-TRANSACTION-FILE.
           close EXCEPTION-AGING-REPORT.
           close MANAGER-EXCEPTION-REPORT.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
