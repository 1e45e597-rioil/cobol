      *                      enrollment dropped it on the floor, so
      *                      no report could say which department
      *                      the failures come from.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   journal every enrollment through cust-
      *                      journal with the new record image, so
      *                      the master can be rebuilt as of any
      *                      date.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   check the roster department against
      *                      the department master through dept-
      *                      lookup - HR may send the code or the
      *                      description, the code is what goes on
      *                      the master, and a hire into an unknown
      *                      or inactive department is rejected
      *                      (and comes round again on the next
      *                      roster) instead of enrolled under yet
      *                      another spelling.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-HIRES-ENROLLED pic 9(05) value 0.
           77 WS-ALREADY-ON-MASTER pic 9(05) value 0.
           77 WS-HIRES-REJECTED pic 9(05) value 0.
           77 WS-JOURNAL-ERRORS pic 9(05) value 0.
           77 WS-COMPUTED-AGE pic 9(03) value 0.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-NET-COUNT pic S9(07) comp value 0.
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
           move "NEW-HIRE ENROLLMENT" to AL-KEY-INPUT.
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
               display "ENROLL refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2150-CHECK-DEPARTMENT
      *  THE ROSTER DEPARTMENT MUST BE AN ACTIVE DEPARTMENT ON THE
      *  DEPARTMENT MASTER, BY CODE OR BY DESCRIPTION.  LEAVES THE
      *  REJECT REASON IN EN-NOTE, OR EN-NOTE BLANK AND THE CODE IN
      *  DK-DEPT-CODE.  A MASTER THAT CANNOT BE READ REJECTS THE
      *  HIRE TOO - IT IS STILL ON TOMORROW'S ROSTER.
      *-----------------------------------------------------------
       2150-CHECK-DEPARTMENT.
           move spaces to EN-NOTE.
           move ER-DEPARTMENT to DK-DEPARTMENT-TEXT.
           call "dept-lookup" using DEPARTMENT-LOOKUP-PARM.
           evaluate true
               when DK-RESULT-ACTIVE
                   continue
               when DK-RESULT-INACTIVE
                   move "DEPT INACTIVE" to EN-NOTE
               when DK-RESULT-NOT-FOUND
                   move "UNKNOWN DEPT" to EN-NOTE
               when other
                   move "NO DEPT MASTER" to EN-NOTE
           end-evaluate.
       2150-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-ENROLL-HIRE
      *  ADD THE HIRE TO CUSTOMER-MASTER WITH THE AGE COMPUTED FROM
      *  STARTS AT "n" UNTIL THE PERSON OPTS IN.
      *-----------------------------------------------------------
       2200-ENROLL-HIRE.
           perform 2150-CHECK-DEPARTMENT thru 2150-EXIT.
           if EN-NOTE not = spaces then
               perform 2600-REJECT-HIRE thru 2600-EXIT
               go to 2200-EXIT
           end-if.
           perform 2300-COMPUTE-AGE thru 2300-EXIT.
           move spaces to CUSTOMER-MASTER-RECORD.
           move ER-EMPLOYEE-ID to CM-CUSTOMER-ID.
           move ER-NAME to CM-NAME.
           move WS-COMPUTED-AGE to CM-AGE.
           move "n" to CM-DRINK-RESPONSE.
           move DK-DEPT-CODE to CM-DEPARTMENT.
           write CUSTOMER-MASTER-RECORD
               invalid key
                   display "CUSTOMER-MASTER write failed for "
                   perform 2600-REJECT-HIRE thru 2600-EXIT
                   go to 2200-EXIT
           end-write.
           perform 2700-JOURNAL-ENROLLMENT thru 2700-EXIT.
           perform 2400-POPULATE-DOB-MASTER thru 2400-EXIT.
           move ER-EMPLOYEE-ID to EN-CUSTOMER-ID.
           move ER-NAME to EN-NAME.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2700-JOURNAL-ENROLLMENT
      *  ONE CHANGE-JOURNAL ENTRY FOR THE CUSTOMER JUST ADDED.  A
      *  JOURNAL THAT CANNOT BE WRITTEN DOES NOT BACK THE
      *  ENROLLMENT OUT - THE RUN ENDS RC 4 SO THE GAP IS SEEN.
      *-----------------------------------------------------------
       2700-JOURNAL-ENROLLMENT.
           move "ENROLL" to JP-PROGRAM-NAME.
           move WS-OPERATOR-ID to JP-OPERATOR-ID.
           move WS-TODAY-DATE to JP-BUSINESS-DATE.
           move "A" to JP-ACTION.
           move spaces to JP-BEFORE-IMAGE.
           move CUSTOMER-MASTER-RECORD to JP-AFTER-IMAGE.
           call "cust-journal" using CUST-JOURNAL-PARM.
           if JP-RESULT-FILE-ERROR then
               add 1 to WS-JOURNAL-ERRORS
           end-if.
       2700-EXIT.
           exit.

       2900-READ-EMPLOYEE-ROSTER.
           read EMPLOYEE-ROSTER
               at end
               upon console.
           display "Hires rejected:      " WS-HIRES-REJECTED
               upon console.
           if WS-JOURNAL-ERRORS > 0 then
               display "Journal entries failed: " WS-JOURNAL-ERRORS
                   upon console
           end-if.
           if WS-HIRES-REJECTED > 0
               or WS-JOURNAL-ERRORS > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
