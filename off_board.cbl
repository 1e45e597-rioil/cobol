      *                      a clean run is already on file for the
      *                      business date, and record the end for
      *                      the morning run-report.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   journal every leaver deleted through
      *                      cust-journal with the record image as
      *                      it stood, so the master can be rebuilt
      *                      as of any date.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-PREV-EXTRACT-KEY pic X(06) value LOW-VALUES.
           77 WS-MASTER-NAME pic X(30).
           77 WS-MASTER-AGE pic X(03).
           77 WS-MASTER-IMAGE pic X(60).
           77 WS-DETAILS-SWEPT pic 9(05) value 0.
           77 WS-LEAVERS-DROPPED pic 9(05) value 0.
           77 WS-MATCHED-COUNT pic 9(05) value 0.
           77 WS-NOT-ENROLLED-COUNT pic 9(05) value 0.
           77 WS-EXTRACTS-REJECTED pic 9(05) value 0.
           77 WS-JOURNAL-ERRORS pic 9(05) value 0.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-NET-COUNT pic S9(07) comp value 0.
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
           move "LEAVER OFF-BOARDING" to AL-KEY-INPUT.
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
               display "OFF-BOARD refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
                   move "LEAVER DROPPED" to OB-NOTE
                   write OFF-BOARDING-RECORD
                   add 1 to WS-LEAVERS-DROPPED
                   perform 2150-JOURNAL-LEAVER thru 2150-EXIT
           end-delete.
           perform 2900-READ-CUSTOMER-MASTER thru 2900-EXIT.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2150-JOURNAL-LEAVER
      *  ONE CHANGE-JOURNAL ENTRY FOR THE LEAVER JUST DELETED, FROM
      *  THE IMAGE SAVED WHEN THE SWEEP READ IT.  A JOURNAL THAT
      *  CANNOT BE WRITTEN DOES NOT BACK THE DELETE OUT - THE RUN
      *  ENDS RC 4 SO THE GAP IS SEEN.
      *-----------------------------------------------------------
       2150-JOURNAL-LEAVER.
           move "OFF-BOARD" to JP-PROGRAM-NAME.
           move WS-OPERATOR-ID to JP-OPERATOR-ID.
           move WS-TODAY-DATE to JP-BUSINESS-DATE.
           move "D" to JP-ACTION.
           move WS-MASTER-IMAGE to JP-BEFORE-IMAGE.
           move spaces to JP-AFTER-IMAGE.
           call "cust-journal" using CUST-JOURNAL-PARM.
           if JP-RESULT-FILE-ERROR then
               add 1 to WS-JOURNAL-ERRORS
           end-if.
       2150-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-SKIP-UNENROLLED
      *  ON THE EXTRACT BUT NOT ON THE MASTER - STILL EMPLOYED BUT
           move CM-CUSTOMER-ID to WS-MASTER-KEY.
           move CM-NAME to WS-MASTER-NAME.
           move CM-AGE to WS-MASTER-AGE.
           move CUSTOMER-MASTER-RECORD to WS-MASTER-IMAGE.
           add 1 to WS-DETAILS-SWEPT.
       2900-EXIT.
           exit.
               upon console.
           display "Extracts rejected:     " WS-EXTRACTS-REJECTED
               upon console.
           if WS-JOURNAL-ERRORS > 0 then
               display "Journal entries failed: " WS-JOURNAL-ERRORS
                   upon console
           end-if.
           if WS-EXTRACTS-REJECTED > 0
               or WS-JOURNAL-ERRORS > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
