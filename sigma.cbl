      *                      then being refused.  now it is turned
      *                      away with the files untouched, like
      *                      the other batch programs.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   carry the requester code from the
      *                      cleaned request onto the history record
      *                      so the month-end chargeback can bill
      *                      each calculation to the team that asked.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
           01 OPERATOR-PARM.
               05 OPERATOR-PARM-LENGTH pic S9(04) comp.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "SIGMA REQUEST BATCH" to AL-KEY-INPUT.
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
               display "SIGMA refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           move SR-NUM to SH-NUM.
           move RESULT to SH-RESULT.
           move WS-EFFECTIVE-OP to SH-OPERATION.
           move SR-REQUESTER-CODE to SH-REQUESTER-CODE.
           write SIGMA-HISTORY-RECORD
               invalid key
                   display "sigma history write failed for request "
