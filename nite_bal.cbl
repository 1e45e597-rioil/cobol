      *                      control sheet, and sets RC 8 on any
      *                      out-of-balance so a broken handoff is
      *                      found at 6am, not at month end.
      *  15/10/2026  rioil   the drink-stock report now has one
      *                      line per catalogue product - total the
      *                      dispensed quantity over every line
      *                      before balancing it to the dispense log.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-AGEEXC-COUNT pic 9(08) value 0.
           77 WS-DRNKEXC-COUNT pic 9(08) value 0.
           77 WS-DRKRPT-DISPENSED pic 9(08) value 0.
           77 WS-DRKRPT-LINES pic 9(05) value 0.
           77 WS-DSPLOG-COUNT pic 9(08) value 0.
           77 WS-SGMCLN-TRAILER pic 9(08) value 0.
           77 WS-SGMRES-DETAILS pic 9(08) value 0.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "NIGHTLY BALANCE" to AL-KEY-INPUT.
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
               display "NIGHT-BAL refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
               perform 5200-WRITE-FILE-NOTE thru 5200-EXIT
               go to 3300-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           move 0 to WS-DRKRPT-LINES.
           perform 3350-READ-ONE-STOCK-LINE thru 3350-EXIT
               until WS-EOF-CURRENT-FILE.
           if WS-DRKRPT-LINES = 0 then
               move "DRKRPT empty - stock not tracked"
                   to WS-NL-TEXT
               perform 5200-WRITE-FILE-NOTE thru 5200-EXIT
           end-if.
           close DRINK-STOCK-REPORT.
       3300-EXIT.
           exit.

       3350-READ-ONE-STOCK-LINE.
           read DRINK-STOCK-REPORT
               at end
                   move "Y" to WS-EOF-SWITCH
               not at end
                   add 1 to WS-DRKRPT-LINES
                   add DS-DISPENSED-QTY to WS-DRKRPT-DISPENSED
           end-read.
       3350-EXIT.
           exit.

       3400-COUNT-DISPENSE-LOG.
