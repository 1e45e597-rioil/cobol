      *                      the backup trailer before the run
      *                      declares success - the one ticket we
      *                      never want to need.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   journal every customer record reloaded
      *                      through cust-journal as a reload entry
      *                      with the restored image, so the change
      *                      journal shows the master going back to
      *                      the backup and as-of rebuilds follow it.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-BACKUP-DATE pic 9(08) value 0.
           77 WS-TRAILER-COUNT pic 9(06) value 0.
           77 WS-RECORDS-RELOADED pic 9(06) value 0.
           77 WS-JOURNAL-ERRORS pic 9(06) value 0.
           77 WS-OPERATOR-ID pic X(08).
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
           COPY JRNSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "MASTER RESTORE" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.
                       move "Y" to WS-CONTROL-ERROR-SWITCH
                   not invalid key
                       add 1 to WS-RECORDS-RELOADED
                       perform 2200-JOURNAL-RELOAD thru 2200-EXIT
               end-write
           else
               move BK-RECORD-IMAGE to DOB-MASTER-RECORD
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-JOURNAL-RELOAD
      *  ONE CHANGE-JOURNAL ENTRY PER CUSTOMER RESTORED - THE MASTER
      *  WAS REBUILT FROM EMPTY, SO THERE IS NO BEFORE IMAGE.  THE
      *  CONTROL RECORDS ARE NOT CUSTOMERS AND ARE NOT JOURNALLED.
      *  A JOURNAL THAT CANNOT BE WRITTEN DOES NOT FAIL THE RELOAD
      *  - IT IS COUNTED AND REPORTED AT END OF JOB.
      *-----------------------------------------------------------
       2200-JOURNAL-RELOAD.
           if CM-HEADER-RECORD
               or CM-TRAILER-RECORD then
               go to 2200-EXIT
           end-if.
           move "MAST-RELOAD" to JP-PROGRAM-NAME.
           move WS-OPERATOR-ID to JP-OPERATOR-ID.
           move WS-TS-DATE to JP-BUSINESS-DATE.
           move "R" to JP-ACTION.
           move spaces to JP-BEFORE-IMAGE.
           move CUSTOMER-MASTER-RECORD to JP-AFTER-IMAGE.
           call "cust-journal" using CUST-JOURNAL-PARM.
           if JP-RESULT-FILE-ERROR then
               add 1 to WS-JOURNAL-ERRORS
           end-if.
       2200-EXIT.
           exit.

       2900-READ-BACKUP.
           read MASTER-BACKUP-FILE
               at end
                   display "Reload proven - " WS-RECORDS-RELOADED
                       " records rebuilt" upon console
           end-evaluate.
           if WS-JOURNAL-ERRORS > 0 then
               display "Journal entries failed: " WS-JOURNAL-ERRORS
                   upon console
           end-if.
           evaluate true
               when WS-CONTROL-ERROR
                   move 16 to RETURN-CODE
               when WS-JOURNAL-ERRORS > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close MASTER-BACKUP-FILE.
           if WS-FUNCTION-CUSTOMER then
               close CUSTOMER-MASTER
