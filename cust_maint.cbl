      *                      diverted before cust-approve could
      *                      see them.  holds now accumulate until
      *                      the approval step drains the file.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   journal every add and applied change
      *                      through cust-journal with the full
      *                      before and after record images, so the
      *                      master can be rebuilt as of any date.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   check the department on every add and
      *                      on every change that carries one
      *                      against the department master through
      *                      dept-lookup - unknown or inactive
      *                      departments are rejected, and a
      *                      description is turned into its code
      *                      before the transaction is applied or
      *                      held, so only codes reach the master.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-DELETES-APPLIED pic 9(05) value 0.
           77 WS-TRANS-REJECTED pic 9(05) value 0.
           77 WS-TRANS-HELD pic 9(05) value 0.
           77 WS-JOURNAL-ERRORS pic 9(05) value 0.
           77 WS-HOLD-SWITCH pic X(01) value "N".
               88 WS-HOLD-NEEDED value "Y".
           77 WS-HOLD-REASON pic X(20).
           77 WS-DEPT-OK-SWITCH pic X(01) value "N".
               88 WS-DEPT-OK value "Y".
           77 WS-NEW-AGE pic 9(03) value 0.
           77 WS-ADULT-AGE-THRESHOLD pic 9(03) value 20.
           77 WS-RUN-TAG pic X(01) value space.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
           COPY JRNSTC.
           COPY DEPSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "CUSTOMER-MASTER MAINT" to AL-KEY-INPUT.
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
               display RC-PROGRAM-NAME " refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           exit.

       2100-ADD-CUSTOMER.
           perform 2150-CHECK-DEPARTMENT thru 2150-EXIT.
           if not WS-DEPT-OK then
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               go to 2100-EXIT
           end-if.
           if MT-AGE is not numeric then
               move "NON-NUMERIC AGE" to ME-REASON
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                       move "ALREADY ON MASTER" to ME-REASON
                       perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   not invalid key
                       move "A" to JP-ACTION
                       move spaces to JP-BEFORE-IMAGE
                       move CUSTOMER-MASTER-RECORD to JP-AFTER-IMAGE
                       perform 2700-JOURNAL-UPDATE thru 2700-EXIT
                       move "ADD" to MR-ACTION
                       move spaces to MR-OLD-AGE
                       move spaces to MR-OLD-DRINK
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2150-CHECK-DEPARTMENT
      *  THE TRANSACTION DEPARTMENT MUST BE AN ACTIVE DEPARTMENT ON
      *  THE DEPARTMENT MASTER, BY CODE OR BY DESCRIPTION.  WHEN IT
      *  IS, MT-DEPARTMENT IS REPLACED BY THE CODE SO THE APPLY AND
      *  THE HOLD BOTH CARRY THE CODE; WHEN IT IS NOT, THE REASON
      *  IS LEFT IN ME-REASON FOR THE CALLER'S REJECT.
      *-----------------------------------------------------------
       2150-CHECK-DEPARTMENT.
           move "N" to WS-DEPT-OK-SWITCH.
           if MT-DEPARTMENT = spaces then
               move "BLANK DEPARTMENT" to ME-REASON
               go to 2150-EXIT
           end-if.
           move MT-DEPARTMENT to DK-DEPARTMENT-TEXT.
           call "dept-lookup" using DEPARTMENT-LOOKUP-PARM.
           evaluate true
               when DK-RESULT-ACTIVE
                   move DK-DEPT-CODE to MT-DEPARTMENT
                   move "Y" to WS-DEPT-OK-SWITCH
               when DK-RESULT-INACTIVE
                   move "DEPARTMENT INACTIVE" to ME-REASON
               when DK-RESULT-NOT-FOUND
                   move "UNKNOWN DEPARTMENT" to ME-REASON
               when other
                   move "NO DEPT MASTER" to ME-REASON
           end-evaluate.
       2150-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-CHANGE-CUSTOMER
      *  APPLY NON-BLANK TRANSACTION FIELDS OVER THE MASTER RECORD.
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               go to 2200-EXIT
           end-if.
           if MT-DEPARTMENT not = spaces then
               perform 2150-CHECK-DEPARTMENT thru 2150-EXIT
               if not WS-DEPT-OK then
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   go to 2200-EXIT
               end-if
           end-if.
           move MT-CUSTOMER-ID to CM-CUSTOMER-ID.
           read CUSTOMER-MASTER
               invalid key
                   if WS-HOLD-NEEDED then
                       perform 2400-HOLD-TRANSACTION thru 2400-EXIT
                   else
                       move CUSTOMER-MASTER-RECORD to JP-BEFORE-IMAGE
                       move "CHANGE" to MR-ACTION
                       move CM-AGE to MR-OLD-AGE
                       move CM-DRINK-RESPONSE to MR-OLD-DRINK
                       move CM-AGE to MR-NEW-AGE
                       move CM-DRINK-RESPONSE to MR-NEW-DRINK
                       rewrite CUSTOMER-MASTER-RECORD
                       move "C" to JP-ACTION
                       move CUSTOMER-MASTER-RECORD to JP-AFTER-IMAGE
                       perform 2700-JOURNAL-UPDATE thru 2700-EXIT
                       perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                       add 1 to WS-CHANGES-APPLIED
                   end-if
       2600-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2700-JOURNAL-UPDATE
      *  ONE CHANGE-JOURNAL ENTRY FOR THE UPDATE JUST APPLIED - THE
      *  CALLER HAS SET THE ACTION AND BOTH IMAGES.  THE CORRECTIONS
      *  PASS JOURNALS UNDER ITS OWN RUN NAME.  A JOURNAL THAT
      *  CANNOT BE WRITTEN DOES NOT BACK THE UPDATE OUT - THE RUN
      *  ENDS RC 4 SO THE GAP IS SEEN.
      *-----------------------------------------------------------
       2700-JOURNAL-UPDATE.
           move RC-PROGRAM-NAME to JP-PROGRAM-NAME.
           move WS-OPERATOR-ID to JP-OPERATOR-ID.
           move WS-TODAY-DATE to JP-BUSINESS-DATE.
           call "cust-journal" using CUST-JOURNAL-PARM.
           if JP-RESULT-FILE-ERROR then
               add 1 to WS-JOURNAL-ERRORS
           end-if.
       2700-EXIT.
           exit.

       2900-READ-TRANSACTION.
           read MAINT-TRANSACTION-FILE
               at end
               upon console.
           display "Transactions rejected: " WS-TRANS-REJECTED
               upon console.
           if WS-JOURNAL-ERRORS > 0 then
               display "Journal entries failed: " WS-JOURNAL-ERRORS
                   upon console
           end-if.
           if WS-TRANS-REJECTED > 0
               or WS-JOURNAL-ERRORS > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
