      *                      missing from the morning report.  no
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
      *  15/10/2026  rioil   the department on the master is now a
      *                      department-master code, so the groups
      *                      fall by code - print the department
      *                      description from dept-lookup beside
      *                      the code on every detail and subtotal
      *                      line.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-HOLD-PASS-FAIL pic X(04).
           77 WS-HOLD-DOB-FLAG pic X(08).
           77 WS-HOLD-DEPARTMENT pic X(20).
           77 WS-HOLD-DEPT-DESC pic X(20).
           77 WS-GROUP-COUNT pic 9(05) value 0.
           77 WS-TRAILER-SEEN-SWITCH pic X(01) value "N".
               88 WS-TRAILER-SEEN value "Y".
               05 FILLER pic X(09) value "DOB CHECK".
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(20) value "DEPARTMENT".
               05 FILLER pic X(02) value spaces.
               05 FILLER pic X(20) value "DESCRIPTION".
               05 FILLER pic X(32) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-NAME pic X(30).
               05 WS-DL-DOB-FLAG pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DEPARTMENT pic X(20).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DEPT-DESC pic X(20).
               05 FILLER pic X(34) value spaces.
           01 WS-SUBTOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(14) value "SUBTOTAL FOR".
               05 WS-ST-DOB-FLAG pic X(08).
               05 FILLER pic X(01) value "/".
               05 WS-ST-DEPARTMENT pic X(20).
               05 FILLER pic X(01) value spaces.
               05 WS-ST-DEPT-DESC pic X(20).
               05 FILLER pic X(10) value "   COUNT".
               05 WS-ST-COUNT pic ZZZZ9.
               05 FILLER pic X(47) value spaces.
           01 WS-TOTAL-LINE-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(25) value "TOTAL RECORDS REPORTED".
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
           COPY DEPSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "AGE REPORT PRINT" to AL-KEY-INPUT.
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
               display "AGE-REPORT refused - " WS-RUN-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           move SRT-DOB-MISMATCH-FLAG to WS-HOLD-DOB-FLAG.
           move SRT-DEPARTMENT to WS-HOLD-DEPARTMENT.
           move 0 to WS-GROUP-COUNT.
           move SRT-DEPARTMENT to DK-DEPARTMENT-TEXT.
           call "dept-lookup" using DEPARTMENT-LOOKUP-PARM.
           evaluate true
               when DK-RESULT-ACTIVE or DK-RESULT-INACTIVE
                   move DK-DESCRIPTION to WS-HOLD-DEPT-DESC
               when DK-RESULT-NOT-FOUND
                   and SRT-DEPARTMENT not = spaces
                   move "NOT ON DEPT MASTER" to WS-HOLD-DEPT-DESC
               when other
                   move spaces to WS-HOLD-DEPT-DESC
           end-evaluate.
       4100-EXIT.
           exit.

           move SRT-PASS-FAIL-FLAG to WS-DL-PASS-FAIL.
           move SRT-DOB-MISMATCH-FLAG to WS-DL-DOB-FLAG.
           move SRT-DEPARTMENT to WS-DL-DEPARTMENT.
           move WS-HOLD-DEPT-DESC to WS-DL-DEPT-DESC.
           write AGE-PRINT-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-LINE-COUNT.
           move WS-HOLD-PASS-FAIL to WS-ST-PASS-FAIL.
           move WS-HOLD-DOB-FLAG to WS-ST-DOB-FLAG.
           move WS-HOLD-DEPARTMENT to WS-ST-DEPARTMENT.
           move WS-HOLD-DEPT-DESC to WS-ST-DEPT-DESC.
           move WS-GROUP-COUNT to WS-ST-COUNT.
           write AGE-PRINT-LINE from WS-SUBTOTAL-LINE
               after advancing 2 lines.
