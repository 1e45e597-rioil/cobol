      *                      card applies one of them and the
      *                      other rejects NOT APPROVED instead
      *                      of both applying, last image winning.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   journal every approved delete and change
      *                      through cust-journal with the full
      *                      before and after record images, so the
      *                      master can be rebuilt as of any date.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-CHANGES-APPLIED pic 9(05) value 0.
           77 WS-REJECTED-BACK pic 9(05) value 0.
           77 WS-UNUSED-APPROVALS pic 9(05) value 0.
           77 WS-JOURNAL-ERRORS pic 9(05) value 0.
           77 WS-NET-COUNT pic S9(07) comp value 0.
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-OPERATOR-ID pic X(08).
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
           COPY JRNSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "PENDING APPROVAL APPLY" to AL-KEY-INPUT.
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
               display "CUST-APPROVE refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
                   move CM-DRINK-RESPONSE to MR-OLD-DRINK
                   move spaces to MR-NEW-AGE
                   move spaces to MR-NEW-DRINK
                   move CUSTOMER-MASTER-RECORD to JP-BEFORE-IMAGE
                   delete CUSTOMER-MASTER record
                   move "D" to JP-ACTION
                   move spaces to JP-AFTER-IMAGE
                   perform 2700-JOURNAL-UPDATE thru 2700-EXIT
                   perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                   add 1 to WS-DELETES-APPLIED
           end-read.
                   move "NOT ON MASTER" to ME-REASON
                   perform 2600-REJECT-BACK thru 2600-EXIT
               not invalid key
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
           end-read.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2700-JOURNAL-UPDATE
      *  ONE CHANGE-JOURNAL ENTRY FOR THE UPDATE JUST APPLIED - THE
      *  CALLER HAS SET THE ACTION AND BOTH IMAGES.  A JOURNAL THAT
      *  CANNOT BE WRITTEN DOES NOT BACK THE UPDATE OUT - THE RUN
      *  ENDS RC 4 SO THE GAP IS SEEN.
      *-----------------------------------------------------------
       2700-JOURNAL-UPDATE.
           move "CUST-APPROVE" to JP-PROGRAM-NAME.
           move WS-OPERATOR-ID to JP-OPERATOR-ID.
           move WS-TODAY-DATE to JP-BUSINESS-DATE.
           call "cust-journal" using CUST-JOURNAL-PARM.
           if JP-RESULT-FILE-ERROR then
               add 1 to WS-JOURNAL-ERRORS
           end-if.
       2700-EXIT.
           exit.

       2900-READ-PENDING.
           read PENDING-TRANSACTION-FILE
               at end
               upon console.
           display "Unmatched approvals:   " WS-UNUSED-APPROVALS
               upon console.
           if WS-JOURNAL-ERRORS > 0 then
               display "Journal entries failed: " WS-JOURNAL-ERRORS
                   upon console
           end-if.
           evaluate true
               when WS-REJECTED-BACK > 0
                   move 4 to RETURN-CODE
               when WS-UNUSED-APPROVALS > 0
                   move 4 to RETURN-CODE
               when WS-JOURNAL-ERRORS > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
