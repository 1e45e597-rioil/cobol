       IDENTIFICATION DIVISION.
        PROGRAM-ID. audit-verify.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - proves the shared
      *                      audit log has not been tampered with.
      *                      walks every sealed entry on the archive
      *                      generations and the live log in
      *                      sequence-number order and reports gaps,
      *                      duplicate numbers, check values that do
      *                      not chain from the entry before, and
      *                      timestamps that run backwards; compares
      *                      the last entry with the audit-sequence
      *                      file so a cut-off tail shows up too.
      *                      ends rc 0 on a clean log and rc 8 on any
      *                      finding, for the nightly stream.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDSEQ-STATUS.
           SELECT VERIFY-PRINT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-LOG-FILE-RECORD          PIC X(80).
        FD  AUDIT-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-ARCHIVE-RECORD           PIC X(80).
        FD  AUDIT-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDSEQ.
        FD  VERIFY-PRINT-FILE
            LABEL RECORDS ARE STANDARD.
        01  VERIFY-PRINT-LINE              PIC X(132).
        SD  SORT-WORK-FILE.
        01  SORT-WORK-RECORD.
           05  SRT-SEQUENCE-NUMBER         PIC 9(09).
           05  SRT-TIMESTAMP               PIC X(14).
           05  SRT-SOURCE                  PIC X(07).
           05  SRT-ENTRY                   PIC X(80).
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-AUDITLOG-STATUS pic X(02) value "00".
           77 WS-AUDARCH-STATUS pic X(02) value "00".
           77 WS-AUDSEQ-STATUS pic X(02) value "00".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-INPUT value "Y".
           77 WS-SORT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-SORT-WORK value "Y".
           77 WS-CONTROL-FOUND-SWITCH pic X(01) value "N".
               88 WS-CONTROL-FOUND value "Y".
           77 WS-PREVIOUS-SEEN-SWITCH pic X(01) value "N".
               88 WS-PREVIOUS-SEEN value "Y".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-RUN-DATE pic 9(08) value 0.
           77 WS-PAGE-NUMBER pic 9(04) comp value 0.
           77 WS-LINE-COUNT pic 9(03) comp value 99.
           77 WS-LINES-PER-PAGE pic 9(03) comp value 55.
           77 WS-CURRENT-SOURCE pic X(07) value spaces.
           77 WS-FIRST-SEALED-TIMESTAMP pic X(14) value high-values.
           77 WS-FIRST-SEQUENCE pic 9(09) value 0.
           77 WS-PREV-SEQUENCE pic 9(09) value 0.
           77 WS-PREV-CHECK pic 9(09) value 0.
           77 WS-PREV-TIMESTAMP pic X(14) value spaces.
           77 WS-PREV-ENTRY pic X(80) value spaces.
           77 WS-NEXT-EXPECTED pic 9(09) value 0.
           77 WS-ENTRIES-READ pic 9(07) value 0.
           77 WS-SEALED-COUNT pic 9(07) value 0.
           77 WS-LEGACY-COUNT pic 9(07) value 0.
           77 WS-FINDING-COUNT pic 9(05) value 0.
           77 WS-GAP-COUNT pic 9(05) value 0.
           77 WS-DUPLICATE-COUNT pic 9(05) value 0.
           77 WS-BROKEN-COUNT pic 9(05) value 0.
           77 WS-ORDER-COUNT pic 9(05) value 0.
           77 WS-UNSEALED-COUNT pic 9(05) value 0.
           77 WS-TAIL-COUNT pic 9(05) value 0.
           77 WS-FD-FINDING pic X(10) value spaces.
           77 WS-FD-DETAIL pic X(50) value spaces.
      *    THE ENTRY BEING CHECKED - THE AUDIT-LOG RECORD LAYOUT IS
      *    HELD HERE RATHER THAN IN THE FILE SECTION BECAUSE IT IS
      *    FILLED FROM THE ARCHIVE, THE LIVE LOG AND THE SORT.
           COPY AUDITLOG.
           01 WS-RANGE-TEXT.
               05 FILLER pic X(08) value "MISSING ".
               05 WS-RT-FROM pic 9(09).
               05 FILLER pic X(06) value " THRU ".
               05 WS-RT-TO pic 9(09).
               05 FILLER pic X(18) value spaces.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "AUDIT LOG VERIFICATION".
               05 FILLER pic X(10) value "RUN DATE".
               05 WS-H1-YEAR pic 9(04).
               05 FILLER pic X(01) value "/".
               05 WS-H1-MONTH pic 9(02).
               05 FILLER pic X(01) value "/".
               05 WS-H1-DAY pic 9(02).
               05 FILLER pic X(10) value spaces.
               05 FILLER pic X(05) value "PAGE ".
               05 WS-H1-PAGE pic ZZZ9.
               05 FILLER pic X(52) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(12) value "FINDING".
               05 FILLER pic X(11) value " SEQUENCE".
               05 FILLER pic X(09) value "SOURCE".
               05 FILLER pic X(14) value "PROGRAM".
               05 FILLER pic X(16) value "TIMESTAMP".
               05 FILLER pic X(50) value "DETAIL".
               05 FILLER pic X(19) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-FINDING pic X(10).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-SEQUENCE pic ZZZZZZZZ9.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-SOURCE pic X(07).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-PROGRAM pic X(12).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-TIMESTAMP pic X(14).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DETAIL pic X(50).
               05 FILLER pic X(19) value spaces.
           01 WS-TOTAL-LINE-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(14) value "ENTRIES READ".
               05 WS-TL-READ pic ZZZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(08) value "SEALED".
               05 WS-TL-SEALED pic ZZZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(18) value "BEFORE SEALING".
               05 WS-TL-LEGACY pic ZZZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(12) value "FIRST SEQ".
               05 WS-TL-FIRST pic ZZZZZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "LAST SEQ".
               05 WS-TL-LAST pic ZZZZZZZZ9.
               05 FILLER pic X(14) value spaces.
           01 WS-TOTAL-LINE-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(06) value "GAPS".
               05 WS-TL-GAPS pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(12) value "DUPLICATES".
               05 WS-TL-DUPLICATES pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(14) value "BROKEN CHAIN".
               05 WS-TL-BROKEN pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(14) value "OUT OF ORDER".
               05 WS-TL-ORDER pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(10) value "UNSEALED".
               05 WS-TL-UNSEALED pic ZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 FILLER pic X(06) value "TAIL".
               05 WS-TL-TAIL pic ZZZZ9.
               05 FILLER pic X(24) value spaces.
           01 WS-TOTAL-LINE-3.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(20) value "VERIFICATION RESULT".
               05 WS-TL-RESULT pic X(06).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "FINDINGS".
               05 WS-TL-FINDINGS pic ZZZZ9.
               05 FILLER pic X(86) value spaces.
           01 WS-RUN-DATE-FIELDS.
               05 WS-RD-YEAR pic 9(04).
               05 WS-RD-MONTH pic 9(02).
               05 WS-RD-DAY pic 9(02).
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  SORT EVERY ENTRY ON THE ARCHIVE AND THE LIVE LOG INTO
      *  SEQUENCE-NUMBER ORDER AND WALK THE CHAIN.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           sort SORT-WORK-FILE
               on ascending key SRT-SEQUENCE-NUMBER
               on ascending key SRT-TIMESTAMP
               input procedure is 3000-RELEASE-ENTRIES
                   thru 3000-EXIT
               output procedure is 4000-VERIFY-CHAIN
                   thru 4000-EXIT.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  THIS RUN'S OWN AUDIT ENTRY IS WRITTEN AND THE LOG CLOSED
      *  BEFORE THE LOG IS READ, SO THE ENTRY IS PART OF WHAT IS
      *  VERIFIED AND MATCHES THE SEQUENCE FILE READ AFTER IT.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           close AUDIT-LOG-FILE.
           perform 1070-READ-RUN-CONTROL thru 1070-EXIT.
           move WS-RUN-DATE to WS-RUN-DATE-FIELDS.
           move WS-RD-YEAR to WS-H1-YEAR.
           move WS-RD-MONTH to WS-H1-MONTH.
           move WS-RD-DAY to WS-H1-DAY.
           perform 1080-REGISTER-RUN-START thru 1080-EXIT.
           perform 1100-READ-SEQUENCE-CONTROL thru 1100-EXIT.
           open output VERIFY-PRINT-FILE.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "AUDIT-VERIFY" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "AUDIT LOG VERIFICATION" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-FILE-RECORD from AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1070-READ-RUN-CONTROL
      *  THE RUN DATE ON THE HEADING AND THE RUN-STATUS RECORD IS
      *  THE BUSINESS DATE - USUALLY TODAY, BUT A PRIOR-DATE RERUN
      *  SETS THE OVERRIDE ON THE RUN-CONTROL FILE, AND A STREAM
      *  THAT CROSSES MIDNIGHT STAYS ON THE DATE IT STARTED.  NO
      *  FILE MEANS THE CALENDAR DATE STANDS.
      *-----------------------------------------------------------
       1070-READ-RUN-CONTROL.
           accept WS-RUN-DATE from date YYYYMMDD.
           open input RUN-CONTROL-FILE.
           if WS-RUNCTL-STATUS = "00" then
               read RUN-CONTROL-FILE
                   at end
                       continue
                   not at end
                       if RP-BUSINESS-DATE is numeric
                           and RP-BUSINESS-DATE > 0
                           move RP-BUSINESS-DATE to WS-RUN-DATE
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               display "Run-control file not available - calendar "
                   "date in effect" upon console
           end-if.
           display "Business date in effect: " WS-RUN-DATE
               upon console.
       1070-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-REGISTER-RUN-START
      *  REGISTER THIS RUN ON THE SHARED RUN-STATUS FILE.  A CLEAN
      *  RUN ALREADY ON FILE FOR THE BUSINESS DATE IS A DUPLICATE
      *  SUBMISSION AND IS REFUSED.
      *-----------------------------------------------------------
       1080-REGISTER-RUN-START.
           move "S" to RC-FUNCTION-CODE.
           move "AUDIT-VERIFY" to RC-PROGRAM-NAME.
           move WS-RUN-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "AUDIT-VERIFY already ran clean for "
                   WS-RUN-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "AUDIT-VERIFY refused - " WS-RUN-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           end-if.
       1080-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1100-READ-SEQUENCE-CONTROL
      *  THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST ENTRY EVER
      *  SEALED - THE LOG MUST END ON EXACTLY THAT ENTRY.
      *-----------------------------------------------------------
       1100-READ-SEQUENCE-CONTROL.
           move "N" to WS-CONTROL-FOUND-SWITCH.
           open input AUDIT-SEQUENCE-FILE.
           if WS-AUDSEQ-STATUS not = "00" then
               display "Audit-sequence file not available - status "
                   WS-AUDSEQ-STATUS upon console
               go to 1100-EXIT
           end-if.
           read AUDIT-SEQUENCE-FILE
               at end
                   continue
               not at end
                   if AQ-LAST-SEQUENCE is numeric
                       and AQ-LAST-CHECK is numeric
                       move "Y" to WS-CONTROL-FOUND-SWITCH
                   end-if
           end-read.
           close AUDIT-SEQUENCE-FILE.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-RELEASE-ENTRIES
      *  SORT INPUT PROCEDURE - EVERY ENTRY ON THE ARCHIVE (ALL
      *  GENERATIONS) AND THEN THE LIVE LOG.  SEALED ENTRIES GO IN
      *  UNDER THEIR SEQUENCE NUMBER; UNSEALED ONES UNDER ZERO, SO
      *  THEY COME OUT FIRST, IN TIMESTAMP ORDER.
      *-----------------------------------------------------------
       3000-RELEASE-ENTRIES.
           move "ARCHIVE" to WS-CURRENT-SOURCE.
           open input AUDIT-ARCHIVE-FILE.
           if WS-AUDARCH-STATUS = "00" then
               move "N" to WS-EOF-SWITCH
               perform 3800-READ-ARCHIVE thru 3800-EXIT
               perform 3100-RELEASE-ONE-ARCHIVE thru 3100-EXIT
                   until WS-EOF-INPUT
               close AUDIT-ARCHIVE-FILE
           else
               display "Audit archive not available - status "
                   WS-AUDARCH-STATUS " - live log only"
                   upon console
           end-if.
           move "LIVE" to WS-CURRENT-SOURCE.
           open input AUDIT-LOG-FILE.
           if WS-AUDITLOG-STATUS = "00" then
               move "N" to WS-EOF-SWITCH
               perform 3900-READ-LIVE thru 3900-EXIT
               perform 3200-RELEASE-ONE-LIVE thru 3200-EXIT
                   until WS-EOF-INPUT
               close AUDIT-LOG-FILE
           else
               display "Audit log not available - status "
                   WS-AUDITLOG-STATUS upon console
           end-if.
       3000-EXIT.
           exit.

       3100-RELEASE-ONE-ARCHIVE.
           move AUDIT-ARCHIVE-RECORD to AUDIT-LOG-RECORD.
           perform 3500-RELEASE-ENTRY thru 3500-EXIT.
           perform 3800-READ-ARCHIVE thru 3800-EXIT.
       3100-EXIT.
           exit.

       3200-RELEASE-ONE-LIVE.
           move AUDIT-LOG-FILE-RECORD to AUDIT-LOG-RECORD.
           perform 3500-RELEASE-ENTRY thru 3500-EXIT.
           perform 3900-READ-LIVE thru 3900-EXIT.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3500-RELEASE-ENTRY
      *  THE EARLIEST SEALED TIMESTAMP IS KEPT - AN UNSEALED ENTRY
      *  LATER THAN IT WAS WRITTEN AFTER SEALING BEGAN.
      *-----------------------------------------------------------
       3500-RELEASE-ENTRY.
           add 1 to WS-ENTRIES-READ.
           move AL-TIMESTAMP to SRT-TIMESTAMP.
           move WS-CURRENT-SOURCE to SRT-SOURCE.
           move AUDIT-LOG-RECORD to SRT-ENTRY.
           if AL-SEALED then
               move AL-SEQUENCE-NUMBER to SRT-SEQUENCE-NUMBER
               if AL-TIMESTAMP < WS-FIRST-SEALED-TIMESTAMP then
                   move AL-TIMESTAMP to WS-FIRST-SEALED-TIMESTAMP
               end-if
           else
               move 0 to SRT-SEQUENCE-NUMBER
           end-if.
           release SORT-WORK-RECORD.
       3500-EXIT.
           exit.

       3800-READ-ARCHIVE.
           read AUDIT-ARCHIVE-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       3800-EXIT.
           exit.

       3900-READ-LIVE.
           read AUDIT-LOG-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       3900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-VERIFY-CHAIN
      *  SORT OUTPUT PROCEDURE - EACH SEALED ENTRY MUST CARRY THE
      *  NEXT NUMBER, A CHECK VALUE THAT CHAINS FROM THE ONE BEFORE
      *  AND A TIMESTAMP NO EARLIER THAN IT.  THE LAST MUST MATCH
      *  THE SEQUENCE FILE.
      *-----------------------------------------------------------
       4000-VERIFY-CHAIN.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
           perform 4100-CHECK-ONE-ENTRY thru 4100-EXIT
               until WS-EOF-SORT-WORK.
           perform 4800-CHECK-TAIL thru 4800-EXIT.
           perform 4600-PRINT-TOTALS thru 4600-EXIT.
       4000-EXIT.
           exit.

       4100-CHECK-ONE-ENTRY.
           move SRT-ENTRY to AUDIT-LOG-RECORD.
           move SRT-SOURCE to WS-CURRENT-SOURCE.
           if SRT-SEQUENCE-NUMBER = 0 then
               perform 4200-CHECK-UNSEALED thru 4200-EXIT
           else
               perform 4300-CHECK-SEALED thru 4300-EXIT
           end-if.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4200-CHECK-UNSEALED
      *  ENTRIES FROM BEFORE SEALING BEGAN ARE ONLY COUNTED.  ONE
      *  WRITTEN SINCE MEANS THE SEQUENCE FILE FAILED AT THE TIME,
      *  OR THE ENTRY WAS ADDED BY SOMETHING OTHER THAN A PROGRAM.
      *-----------------------------------------------------------
       4200-CHECK-UNSEALED.
           if AL-TIMESTAMP < WS-FIRST-SEALED-TIMESTAMP then
               add 1 to WS-LEGACY-COUNT
               go to 4200-EXIT
           end-if.
           add 1 to WS-UNSEALED-COUNT.
           add 1 to WS-FINDING-COUNT.
           move "UNSEALED" to WS-FD-FINDING.
           move "NO SEAL ON AN ENTRY WRITTEN SINCE SEALING BEGAN"
               to WS-FD-DETAIL.
           perform 8000-PRINT-FINDING thru 8000-EXIT.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4300-CHECK-SEALED
      *  A DUPLICATE NUMBER LEAVES THE FIRST COPY AS THE ONE THE
      *  CHAIN CONTINUES FROM.  AFTER A GAP THE CHAIN CANNOT BE
      *  CHECKED ACROSS IT AND RESTARTS FROM THE ENTRY FOUND.
      *-----------------------------------------------------------
       4300-CHECK-SEALED.
           add 1 to WS-SEALED-COUNT.
           compute WS-NEXT-EXPECTED = WS-PREV-SEQUENCE + 1.
           evaluate true
               when not WS-PREVIOUS-SEEN
                   perform 4310-FIRST-ENTRY thru 4310-EXIT
               when AL-SEQUENCE-NUMBER = WS-PREV-SEQUENCE
                   perform 4320-DUPLICATE-ENTRY thru 4320-EXIT
               when AL-SEQUENCE-NUMBER > WS-NEXT-EXPECTED
                   perform 4330-GAP-BEFORE-ENTRY thru 4330-EXIT
               when other
                   perform 4400-CHECK-CHAIN thru 4400-EXIT
           end-evaluate.
           if WS-PREVIOUS-SEEN
               and AL-TIMESTAMP < WS-PREV-TIMESTAMP then
               add 1 to WS-ORDER-COUNT
               add 1 to WS-FINDING-COUNT
               move "ORDER" to WS-FD-FINDING
               move "TIMESTAMP EARLIER THAN THE ENTRY BEFORE IT"
                   to WS-FD-DETAIL
               perform 8000-PRINT-FINDING thru 8000-EXIT
           end-if.
           if AL-SEQUENCE-NUMBER not = WS-PREV-SEQUENCE
               or not WS-PREVIOUS-SEEN then
               move AL-SEQUENCE-NUMBER to WS-PREV-SEQUENCE
               move AL-CHECK-VALUE to WS-PREV-CHECK
               move AL-TIMESTAMP to WS-PREV-TIMESTAMP
               move SRT-ENTRY to WS-PREV-ENTRY
           end-if.
           move "Y" to WS-PREVIOUS-SEEN-SWITCH.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4310-FIRST-ENTRY
      *  ENTRY 1 CHAINS FROM ZERO.  A LOG THAT STARTS LATER HAS HAD
      *  ARCHIVE GENERATIONS ROLL OFF - REPORTED FOR INFORMATION,
      *  NOT COUNTED AS A FINDING.
      *-----------------------------------------------------------
       4310-FIRST-ENTRY.
           move AL-SEQUENCE-NUMBER to WS-FIRST-SEQUENCE.
           if AL-SEQUENCE-NUMBER = 1 then
               move 0 to WS-PREV-CHECK
               perform 4400-CHECK-CHAIN thru 4400-EXIT
           else
               move "FIRST" to WS-FD-FINDING
               move "EARLIER ENTRIES NO LONGER ON FILE - INFORMATION"
                   to WS-FD-DETAIL
               perform 8000-PRINT-FINDING thru 8000-EXIT
           end-if.
       4310-EXIT.
           exit.

       4320-DUPLICATE-ENTRY.
           add 1 to WS-DUPLICATE-COUNT.
           add 1 to WS-FINDING-COUNT.
           move "DUPLICATE" to WS-FD-FINDING.
           if SRT-ENTRY = WS-PREV-ENTRY then
               move "SAME ENTRY ON FILE TWICE - CHECK THE ARCHIVE RUN"
                   to WS-FD-DETAIL
           else
               move "TWO DIFFERENT ENTRIES CARRY THIS NUMBER"
                   to WS-FD-DETAIL
           end-if.
           perform 8000-PRINT-FINDING thru 8000-EXIT.
       4320-EXIT.
           exit.

       4330-GAP-BEFORE-ENTRY.
           add 1 to WS-GAP-COUNT.
           add 1 to WS-FINDING-COUNT.
           move "GAP" to WS-FD-FINDING.
           move WS-NEXT-EXPECTED to WS-RT-FROM.
           compute WS-RT-TO = AL-SEQUENCE-NUMBER - 1.
           move WS-RANGE-TEXT to WS-FD-DETAIL.
           perform 8000-PRINT-FINDING thru 8000-EXIT.
       4330-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4400-CHECK-CHAIN
      *  RECOMPUTE THE CHECK VALUE FROM THE PREVIOUS ENTRY'S.  ONLY
      *  THE ALTERED ENTRY FAILS - THE NEXT ONE IS CHECKED AGAINST
      *  THE VALUE STORED ON IT.
      *-----------------------------------------------------------
       4400-CHECK-CHAIN.
           move "C" to AS-FUNCTION-CODE.
           move WS-PREV-CHECK to AS-PREVIOUS-CHECK.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           if AS-COMPUTED-CHECK not = AL-CHECK-VALUE then
               add 1 to WS-BROKEN-COUNT
               add 1 to WS-FINDING-COUNT
               move "BROKEN" to WS-FD-FINDING
               move "CHECK VALUE WRONG - ENTRY ALTERED OR REPLACED"
                   to WS-FD-DETAIL
               perform 8000-PRINT-FINDING thru 8000-EXIT
           end-if.
       4400-EXIT.
           exit.

       4500-PRINT-PAGE-HEADINGS.
           add 1 to WS-PAGE-NUMBER.
           move WS-PAGE-NUMBER to WS-H1-PAGE.
           write VERIFY-PRINT-LINE from WS-HEADING-1
               after advancing page.
           write VERIFY-PRINT-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to VERIFY-PRINT-LINE.
           write VERIFY-PRINT-LINE after advancing 1 line.
           move 4 to WS-LINE-COUNT.
       4500-EXIT.
           exit.

       4600-PRINT-TOTALS.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE - 6 then
               perform 4500-PRINT-PAGE-HEADINGS thru 4500-EXIT
           end-if.
           move WS-ENTRIES-READ to WS-TL-READ.
           move WS-SEALED-COUNT to WS-TL-SEALED.
           move WS-LEGACY-COUNT to WS-TL-LEGACY.
           move WS-FIRST-SEQUENCE to WS-TL-FIRST.
           move WS-PREV-SEQUENCE to WS-TL-LAST.
           write VERIFY-PRINT-LINE from WS-TOTAL-LINE-1
               after advancing 2 lines.
           move WS-GAP-COUNT to WS-TL-GAPS.
           move WS-DUPLICATE-COUNT to WS-TL-DUPLICATES.
           move WS-BROKEN-COUNT to WS-TL-BROKEN.
           move WS-ORDER-COUNT to WS-TL-ORDER.
           move WS-UNSEALED-COUNT to WS-TL-UNSEALED.
           move WS-TAIL-COUNT to WS-TL-TAIL.
           write VERIFY-PRINT-LINE from WS-TOTAL-LINE-2
               after advancing 1 line.
           if WS-FINDING-COUNT = 0 then
               move "PASS" to WS-TL-RESULT
           else
               move "FAIL" to WS-TL-RESULT
           end-if.
           move WS-FINDING-COUNT to WS-TL-FINDINGS.
           write VERIFY-PRINT-LINE from WS-TOTAL-LINE-3
               after advancing 2 lines.
       4600-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4800-CHECK-TAIL
      *  THE LAST ENTRY ON THE LOG MUST BE THE LAST ONE SEALED.
      *-----------------------------------------------------------
       4800-CHECK-TAIL.
           move spaces to AUDIT-LOG-RECORD.
           move 0 to AL-SEQUENCE-NUMBER.
           move 0 to AL-CHECK-VALUE.
           move spaces to WS-CURRENT-SOURCE.
           if not WS-CONTROL-FOUND then
               if WS-SEALED-COUNT > 0 then
                   add 1 to WS-TAIL-COUNT
                   add 1 to WS-FINDING-COUNT
                   move "TAIL" to WS-FD-FINDING
                   move "AUDIT-SEQUENCE FILE MISSING OR EMPTY"
                       to WS-FD-DETAIL
                   perform 8000-PRINT-FINDING thru 8000-EXIT
               end-if
               go to 4800-EXIT
           end-if.
           move AQ-LAST-SEQUENCE to AL-SEQUENCE-NUMBER.
           move AQ-LAST-PROGRAM to AL-PROGRAM-NAME.
           move AQ-LAST-TIMESTAMP to AL-TIMESTAMP.
           evaluate true
               when WS-PREV-SEQUENCE < AQ-LAST-SEQUENCE
                   add 1 to WS-TAIL-COUNT
                   add 1 to WS-FINDING-COUNT
                   move "TAIL" to WS-FD-FINDING
                   compute WS-RT-FROM = WS-PREV-SEQUENCE + 1
                   move AQ-LAST-SEQUENCE to WS-RT-TO
                   move WS-RANGE-TEXT to WS-FD-DETAIL
                   perform 8000-PRINT-FINDING thru 8000-EXIT
               when WS-PREV-SEQUENCE > AQ-LAST-SEQUENCE
                   add 1 to WS-TAIL-COUNT
                   add 1 to WS-FINDING-COUNT
                   move "TAIL" to WS-FD-FINDING
                   move "LOG RUNS PAST THE AUDIT-SEQUENCE FILE"
                       to WS-FD-DETAIL
                   perform 8000-PRINT-FINDING thru 8000-EXIT
               when WS-PREV-CHECK not = AQ-LAST-CHECK
                   add 1 to WS-TAIL-COUNT
                   add 1 to WS-FINDING-COUNT
                   move "TAIL" to WS-FD-FINDING
                   move "LAST CHECK VALUE DIFFERS FROM SEQUENCE FILE"
                       to WS-FD-DETAIL
                   perform 8000-PRINT-FINDING thru 8000-EXIT
               when other
                   continue
           end-evaluate.
       4800-EXIT.
           exit.

       4900-RETURN-SORT-RECORD.
           return SORT-WORK-FILE
               at end
                   move "Y" to WS-SORT-EOF-SWITCH
           end-return.
       4900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  8000-PRINT-FINDING
      *  ONE LINE PER FINDING, IDENTIFYING THE ENTRY IT IS ON.
      *-----------------------------------------------------------
       8000-PRINT-FINDING.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE then
               perform 4500-PRINT-PAGE-HEADINGS thru 4500-EXIT
           end-if.
           move WS-FD-FINDING to WS-DL-FINDING.
           move AL-SEQUENCE-NUMBER to WS-DL-SEQUENCE.
           move WS-CURRENT-SOURCE to WS-DL-SOURCE.
           move AL-PROGRAM-NAME to WS-DL-PROGRAM.
           move AL-TIMESTAMP to WS-DL-TIMESTAMP.
           move WS-FD-DETAIL to WS-DL-DETAIL.
           write VERIFY-PRINT-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-LINE-COUNT.
       8000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  RC 0 - THE LOG PROVES CLEAN.  RC 8 - ANY FINDING.
      *-----------------------------------------------------------
       9000-TERMINATE.
           display "Entries read:    " WS-ENTRIES-READ upon console.
           display "Findings:        " WS-FINDING-COUNT upon console.
           if WS-FINDING-COUNT > 0 then
               display "AUDIT LOG VERIFICATION FAILED" upon console
               move 8 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close VERIFY-PRINT-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9900-REGISTER-RUN-END
      *  COMPLETE THE RUN-STATUS RECORD WITH THE RETURN CODE AND
      *  THE ENTRIES READ, FOR THE MORNING RUN-REPORT AND THE
      *  DUPLICATE-RUN INTERLOCK.
      *-----------------------------------------------------------
       9900-REGISTER-RUN-END.
           move "E" to RC-FUNCTION-CODE.
           move RETURN-CODE to RC-RETURN-CODE.
           move WS-ENTRIES-READ to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
