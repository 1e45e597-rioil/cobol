       IDENTIFICATION DIVISION.
        PROGRAM-ID. anomaly-report.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the nightly run
      *                      only refuses visits against hard rules;
      *                      nothing looked at patterns.  sweeps the
      *                      dispense-log generations over a rolling
      *                      window ending on the business date and
      *                      puts every suspicious customer on a
      *                      review list for the canteen manager,
      *                      each line with a reason code: REPEAT
      *                      (several dispenses within a few
      *                      minutes), DROPPED (dispensed to, then
      *                      dropped from CUSTOMER-MASTER by off-
      *                      board), OPENEXC (an age or drink
      *                      exception still open with no
      *                      disposition) and VOLUME (far above the
      *                      department's average).
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   check the opens of the disposition and
      *                      exception files - no dispositions file
      *                      means none on file, any other failure
      *                      stops the run with rc 16 instead of
      *                      abending the step.
      *  15/10/2026  rioil   a full department, customer or flag
      *                      table no longer leaves the run from
      *                      inside the sort - the sweep stops, no
      *                      review list is printed and the run
      *                      closes up and ends 16.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DISPENSE-LOG-FILE ASSIGN TO "DSPLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AGE-EXCEPTION-FILE ASSIGN TO "AGEEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEEXC-STATUS.
           SELECT DRINK-EXCEPTION-LOG ASSIGN TO "DRNKEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRNKEXC-STATUS.
           SELECT EXCEPTION-DISPOSITION-FILE ASSIGN TO "EXCDSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCDSP-STATUS.
           SELECT ANOMALY-REPORT ASSIGN TO "ANOMRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT FLAG-SORT-FILE ASSIGN TO "SORTWK2".
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  DISPENSE-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DSPLOG.
        FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
        FD  AGE-EXCEPTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AGEEXC.
        FD  DRINK-EXCEPTION-LOG
            LABEL RECORDS ARE STANDARD.
           COPY DRNKEXC.
        FD  EXCEPTION-DISPOSITION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY EXCDSP.
        FD  ANOMALY-REPORT
            LABEL RECORDS ARE STANDARD.
        01  ANOMALY-LINE                   PIC X(132).
        SD  SORT-WORK-FILE.
        01  SORT-WORK-RECORD.
           05  SRT-CUSTOMER-ID             PIC 9(06).
           05  SRT-VISIT-DATE              PIC 9(08).
           05  SRT-VISIT-TIME              PIC 9(06).
           05  SRT-NAME                    PIC X(30).
        SD  FLAG-SORT-FILE.
        01  FLAG-SORT-RECORD.
           05  FLG-CUSTOMER-ID             PIC 9(06).
           05  FLG-REASON                  PIC X(08).
           05  FLG-DATE                    PIC 9(08).
           05  FLG-NAME                    PIC X(30).
           05  FLG-DEPARTMENT              PIC X(20).
           05  FLG-DETAIL                  PIC X(40).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-CUSTMAST-STATUS pic X(02) value "00".
           77 WS-EXCDSP-STATUS pic X(02) value "00".
           77 WS-AGEEXC-STATUS pic X(02) value "00".
           77 WS-DRNKEXC-STATUS pic X(02) value "00".
           77 WS-DG-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DISPENSE-LOG value "Y".
           77 WS-SORT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-SORT-WORK value "Y".
           77 WS-FLAG-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-FLAG-SORT value "Y".
           77 WS-AGE-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-AGE-EXCEPTION value "Y".
           77 WS-DRINK-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DRINK-EXCEPTION value "Y".
           77 WS-DSP-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DISPOSITION value "Y".
           77 WS-DSP-FOUND-SWITCH pic X(01) value "N".
               88 WS-DSP-FOUND value "Y".
           77 WS-ON-MASTER-SWITCH pic X(01) value "N".
               88 WS-ON-MASTER value "Y".
           77 WS-ABORT-SWITCH pic X(01) value "N".
               88 WS-RUN-ABORTED value "Y".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-INTEGER pic 9(08) comp value 0.
           77 WS-WINDOW-START pic 9(08) value 0.
           77 WS-CURR-CUSTOMER pic 9(06) value 0.
           77 WS-CURR-NAME pic X(30).
           77 WS-CURR-DEPARTMENT pic X(20).
           77 WS-CURR-DRINKS pic 9(05) comp value 0.
           77 WS-CURR-LAST-DATE pic 9(08) value 0.
           77 WS-BURST-DATE pic 9(08) value 0.
           77 WS-BURST-START pic 9(04) comp value 0.
           77 WS-BURST-COUNT pic 9(04) comp value 0.
           77 WS-VISIT-MINUTES pic 9(04) comp value 0.
           77 WS-MINUTES-APART pic 9(04) comp value 0.
           77 WS-DEPT-TOTAL-CHECK pic 9(09) comp value 0.
           77 WS-CUST-TOTAL-CHECK pic 9(09) comp value 0.
           77 WS-DEPT-AVERAGE pic 9(05)V9 value 0.
           77 WS-DISPENSES-READ pic 9(07) value 0.
           77 WS-DISPENSES-IN-WINDOW pic 9(07) value 0.
           77 WS-CUSTOMERS-SEEN pic 9(05) value 0.
           77 WS-OPEN-EXCEPTIONS pic 9(05) value 0.
           77 WS-REPEAT-FLAGS pic 9(05) value 0.
           77 WS-DROPPED-FLAGS pic 9(05) value 0.
           77 WS-OPEN-EXC-FLAGS pic 9(05) value 0.
           77 WS-VOLUME-FLAGS pic 9(05) value 0.
           77 WS-FLAGS-PRINTED pic 9(05) value 0.
           77 WS-DSP-MAX pic 9(04) comp value 500.
           77 WS-DSP-COUNT pic 9(04) comp value 0.
           77 WS-DSP-SUB pic 9(04) comp value 0.
           77 WS-OX-MAX pic 9(04) comp value 2000.
           77 WS-OX-COUNT pic 9(04) comp value 0.
           77 WS-OX-SUB pic 9(04) comp value 0.
           77 WS-CT-MAX pic 9(04) comp value 5000.
           77 WS-CT-COUNT pic 9(04) comp value 0.
           77 WS-CT-SUB pic 9(04) comp value 0.
           77 WS-DEPT-MAX pic 9(04) comp value 200.
           77 WS-DEPT-COUNT pic 9(04) comp value 0.
           77 WS-DEPT-SUB pic 9(04) comp value 0.
           77 WS-DEPT-FOUND-SUB pic 9(04) comp value 0.
           77 WS-FT-MAX pic 9(04) comp value 2000.
           77 WS-FT-COUNT pic 9(04) comp value 0.
           77 WS-FT-SUB pic 9(04) comp value 0.
      *    REVIEW THRESHOLDS - EACH HAS ITS OWN CARD, BLANK FOR THE
      *    DEFAULT SHOWN.
           01 WS-WINDOW-DAYS-IN pic X(03).
           01 WS-WINDOW-DAYS-N redefines WS-WINDOW-DAYS-IN
               pic 9(03).
           01 WS-REPEAT-MINUTES-IN pic X(03).
           01 WS-REPEAT-MINUTES-N redefines WS-REPEAT-MINUTES-IN
               pic 9(03).
           01 WS-REPEAT-COUNT-IN pic X(03).
           01 WS-REPEAT-COUNT-N redefines WS-REPEAT-COUNT-IN
               pic 9(03).
           01 WS-VOLUME-MULTIPLE-IN pic X(03).
           01 WS-VOLUME-MULTIPLE-N redefines WS-VOLUME-MULTIPLE-IN
               pic 9(03).
           77 WS-WINDOW-DAYS pic 9(03) value 7.
           77 WS-REPEAT-MINUTES pic 9(03) value 10.
           77 WS-REPEAT-COUNT pic 9(03) value 3.
           77 WS-VOLUME-MULTIPLE pic 9(03) value 3.
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-TIME-WORK pic 9(06) value 0.
           01 WS-TIME-WORK-PARTS redefines WS-TIME-WORK.
               05 WS-TW-HH pic 9(02).
               05 WS-TW-MM pic 9(02).
               05 WS-TW-SS pic 9(02).
           01 WS-BURST-START-TIME pic 9(06) value 0.
           01 WS-BURST-START-PARTS redefines WS-BURST-START-TIME.
               05 WS-BS-HH pic 9(02).
               05 WS-BS-MM pic 9(02).
               05 WS-BS-SS pic 9(02).
      *    DISPOSITIONS ON FILE - AN EXCEPTION WITH ONE IS CLOSED.
           01 WS-DISPOSITION-TABLE.
               05 WS-DSP-ENTRY occurs 500 times.
                   10 WS-DSP-TYPE pic X(01).
                   10 WS-DSP-ID pic X(06).
      *    AGE AND DRINK EXCEPTIONS STILL OPEN.
           01 WS-OPEN-EXCEPTION-TABLE.
               05 WS-OX-ENTRY occurs 2000 times.
                   10 WS-OX-CUSTOMER-ID pic 9(06).
                   10 WS-OX-TYPE pic X(01).
                   10 WS-OX-REASON pic X(20).
                   10 WS-OX-LOG-DATE pic 9(08).
      *    EVERY CUSTOMER DISPENSED TO IN THE WINDOW, IN CUSTOMER
      *    ORDER, FOR THE VOLUME PASS ONCE THE DEPARTMENT AVERAGES
      *    ARE KNOWN.
           01 WS-CUSTOMER-TABLE.
               05 WS-CT-ENTRY occurs 5000 times.
                   10 WS-CT-CUSTOMER-ID pic 9(06).
                   10 WS-CT-NAME pic X(30).
                   10 WS-CT-DEPT-SUB pic 9(04) comp.
                   10 WS-CT-DRINKS pic 9(05) comp.
           01 WS-DEPARTMENT-TABLE.
               05 WS-DEPT-ENTRY occurs 200 times.
                   10 WS-DEPT-NAME pic X(20).
                   10 WS-DEPT-DRINKS pic 9(07) comp.
                   10 WS-DEPT-CUSTOMERS pic 9(05) comp.
      *    FLAGS RAISED, HELD UNTIL THE SWEEP IS OVER AND THEN
      *    SORTED INTO CUSTOMER ORDER FOR THE REVIEW LIST.
           01 WS-FLAG-TABLE.
               05 WS-FT-ENTRY occurs 2000 times.
                   10 WS-FT-CUSTOMER-ID pic 9(06).
                   10 WS-FT-REASON pic X(08).
                   10 WS-FT-DATE pic 9(08).
                   10 WS-FT-NAME pic X(30).
                   10 WS-FT-DEPARTMENT pic X(20).
                   10 WS-FT-DETAIL pic X(40).
           01 WS-FLAG-WORK.
               05 WS-FW-REASON pic X(08).
               05 WS-FW-DATE pic 9(08).
               05 WS-FW-DETAIL pic X(40).
           01 WS-REPEAT-DETAIL.
               05 WS-RD-COUNT pic ZZ9.
               05 FILLER pic X(18) value " DISPENSES WITHIN ".
               05 WS-RD-MINUTES pic ZZ9.
               05 FILLER pic X(11) value " MINS FROM ".
               05 WS-RD-HH pic 9(02).
               05 FILLER pic X(01) value ":".
               05 WS-RD-MM pic 9(02).
           01 WS-DROPPED-DETAIL.
               05 WS-DD-COUNT pic ZZZ9.
               05 FILLER pic X(36) value
                   " DISPENSES - NO LONGER ON MASTER".
           01 WS-OPEN-EXC-DETAIL.
               05 WS-OD-TYPE pic X(15).
               05 WS-OD-REASON pic X(20).
               05 FILLER pic X(05) value spaces.
           01 WS-VOLUME-DETAIL.
               05 WS-VD-DRINKS pic ZZZZ9.
               05 FILLER pic X(23) value " DRINKS - DEPT AVERAGE ".
               05 WS-VD-AVERAGE pic ZZZZ9.9.
               05 FILLER pic X(05) value spaces.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "DISPENSE ANOMALY REVIEW LIST".
               05 FILLER pic X(08) value "WINDOW".
               05 WS-H1-START pic 9(08).
               05 FILLER pic X(04) value " TO ".
               05 WS-H1-END pic 9(08).
               05 FILLER pic X(63) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(08) value "CUSTOMER".
               05 FILLER pic X(32) value "NAME".
               05 FILLER pic X(22) value "DEPARTMENT".
               05 FILLER pic X(10) value "REASON".
               05 FILLER pic X(10) value "DATE".
               05 FILLER pic X(40) value "DETAIL".
               05 FILLER pic X(09) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-CUSTOMER-ID pic 9(06).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-NAME pic X(30).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DEPARTMENT pic X(20).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-REASON pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DATE pic 9(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DETAIL pic X(40).
               05 FILLER pic X(09) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(10) value "REPEAT".
               05 WS-TL-REPEAT pic ZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "DROPPED".
               05 WS-TL-DROPPED pic ZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "OPENEXC".
               05 WS-TL-OPEN-EXC pic ZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "VOLUME".
               05 WS-TL-VOLUME pic ZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(16) value "DISPENSES READ".
               05 WS-TL-DISPENSES pic ZZZZZZ9.
               05 FILLER pic X(32) value spaces.
           01 WS-NONE-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "NO ANOMALIES IN THE WINDOW".
               05 FILLER pic X(91) value spaces.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  COLLECT THE OPEN EXCEPTIONS, SORT THE WINDOW'S DISPENSES
      *  BY CUSTOMER AND TIME AND SWEEP THEM FOR FLAGS, COMPARE
      *  EACH CUSTOMER'S VOLUME WITH THE DEPARTMENT AVERAGE, THEN
      *  SORT THE FLAGS INTO THE REVIEW LIST.  A TABLE THAT FILLS
      *  DURING THE SWEEP ABORTS THE RUN - NOTHING MORE IS CHECKED
      *  OR PRINTED, AND 9000 CLOSES UP.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-LOAD-OPEN-EXCEPTIONS thru 2000-EXIT.
           sort SORT-WORK-FILE
               on ascending key SRT-CUSTOMER-ID
                   SRT-VISIT-DATE
                   SRT-VISIT-TIME
               input procedure is 3000-RELEASE-DISPENSES
                   thru 3000-EXIT
               output procedure is 4000-SWEEP-DISPENSES
                   thru 4000-EXIT.
           if not WS-RUN-ABORTED then
               perform 5000-CHECK-VOLUMES thru 5000-EXIT
           end-if.
           if not WS-RUN-ABORTED then
               sort FLAG-SORT-FILE
                   on ascending key FLG-CUSTOMER-ID
                       FLG-REASON
                       FLG-DATE
                   input procedure is 6000-RELEASE-FLAGS
                       thru 6000-EXIT
                   output procedure is 7000-PRINT-REVIEW-LIST
                       thru 7000-EXIT
           end-if.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, WINDOW IN DAYS, REPEAT WINDOW IN
      *  MINUTES, DISPENSES IN THAT WINDOW THAT COUNT AS A REPEAT,
      *  AND HOW MANY TIMES THE DEPARTMENT AVERAGE COUNTS AS FAR
      *  ABOVE IT.  A BLANK CARD KEEPS THE DEFAULT; ANYTHING ELSE
      *  NOT NUMERIC STOPS THE RUN.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Window days (blank for 7)?" upon console.
           accept WS-WINDOW-DAYS-IN from console.
           display "Repeat minutes (blank for 10)?" upon console.
           accept WS-REPEAT-MINUTES-IN from console.
           display "Repeat dispenses (blank for 3)?" upon console.
           accept WS-REPEAT-COUNT-IN from console.
           display "Volume multiple of department average (blank "
               "for 3)?" upon console.
           accept WS-VOLUME-MULTIPLE-IN from console.
           if (WS-WINDOW-DAYS-IN not = spaces
               and WS-WINDOW-DAYS-IN is not numeric)
               or (WS-REPEAT-MINUTES-IN not = spaces
               and WS-REPEAT-MINUTES-IN is not numeric)
               or (WS-REPEAT-COUNT-IN not = spaces
               and WS-REPEAT-COUNT-IN is not numeric)
               or (WS-VOLUME-MULTIPLE-IN not = spaces
               and WS-VOLUME-MULTIPLE-IN is not numeric) then
               display "Review thresholds must be numeric"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if WS-WINDOW-DAYS-IN is numeric
               and WS-WINDOW-DAYS-N > 0 then
               move WS-WINDOW-DAYS-N to WS-WINDOW-DAYS
           end-if.
           if WS-REPEAT-MINUTES-IN is numeric
               and WS-REPEAT-MINUTES-N > 0 then
               move WS-REPEAT-MINUTES-N to WS-REPEAT-MINUTES
           end-if.
           if WS-REPEAT-COUNT-IN is numeric
               and WS-REPEAT-COUNT-N > 1 then
               move WS-REPEAT-COUNT-N to WS-REPEAT-COUNT
           end-if.
           if WS-VOLUME-MULTIPLE-IN is numeric
               and WS-VOLUME-MULTIPLE-N > 1 then
               move WS-VOLUME-MULTIPLE-N to WS-VOLUME-MULTIPLE
           end-if.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           compute WS-TODAY-INTEGER =
               function integer-of-date(WS-TODAY-DATE).
           compute WS-WINDOW-START = function date-of-integer(
               WS-TODAY-INTEGER - WS-WINDOW-DAYS + 1).
           display "Review window " WS-WINDOW-START " to "
               WS-TODAY-DATE upon console.
           open input CUSTOMER-MASTER.
           if WS-CUSTMAST-STATUS not = "00" then
               display "Customer master open failed - status "
                   WS-CUSTMAST-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-WINDOW-START to WS-H1-START.
           move WS-TODAY-DATE to WS-H1-END.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "ANOMALY-REPORT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "DISPENSE ANOMALY REVIEW" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE WINDOW ENDS ON THE BUSINESS DATE - USUALLY TODAY, BUT
      *  A PRIOR-DATE RERUN SETS THE OVERRIDE ON THE RUN-CONTROL
      *  FILE.
      *-----------------------------------------------------------
       1080-READ-RUN-CONTROL.
           accept WS-TODAY-DATE from date YYYYMMDD.
           open input RUN-CONTROL-FILE.
           if WS-RUNCTL-STATUS = "00" then
               read RUN-CONTROL-FILE
                   at end
                       continue
                   not at end
                       if RP-BUSINESS-DATE is numeric
                           and RP-BUSINESS-DATE > 0
                           move RP-BUSINESS-DATE to WS-TODAY-DATE
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               display "Run-control file not available - calendar "
                   "date in effect" upon console
           end-if.
           display "Business date in effect: " WS-TODAY-DATE
               upon console.
       1080-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-LOAD-OPEN-EXCEPTIONS
      *  THE SAME OPEN-OR-CLOSED TEST EXC-DISPO MAKES: AN AGE OR
      *  DRINK EXCEPTION IS OPEN UNTIL A SUPERVISOR DISPOSITION OF
      *  THE SAME TYPE IS ON FILE FOR THE CUSTOMER.  NO
      *  DISPOSITIONS FILE YET MEANS NONE ON FILE; AN EXCEPTION
      *  FILE THAT CANNOT BE OPENED STOPS THE RUN.
      *-----------------------------------------------------------
       2000-LOAD-OPEN-EXCEPTIONS.
           open input EXCEPTION-DISPOSITION-FILE.
           if WS-EXCDSP-STATUS = "00" then
               perform 2100-LOAD-ONE-DISPOSITION thru 2100-EXIT
                   until WS-EOF-DISPOSITION
               close EXCEPTION-DISPOSITION-FILE
           else
               if WS-EXCDSP-STATUS not = "35" then
                   display "Disposition file open failed - status "
                       WS-EXCDSP-STATUS upon console
                   move 16 to RETURN-CODE
                   close CUSTOMER-MASTER
                   close AUDIT-LOG-FILE
                   goback
               end-if
               display "No dispositions on file - every exception "
                   "counts as open" upon console
           end-if.
           open input AGE-EXCEPTION-FILE.
           if WS-AGEEXC-STATUS not = "00" then
               display "Age exception file open failed - status "
                   WS-AGEEXC-STATUS upon console
               move 16 to RETURN-CODE
               close CUSTOMER-MASTER
               close AUDIT-LOG-FILE
               goback
           end-if.
           perform 2200-TAKE-ONE-AGE-EXCEPTION thru 2200-EXIT
               until WS-EOF-AGE-EXCEPTION.
           close AGE-EXCEPTION-FILE.
           open input DRINK-EXCEPTION-LOG.
           if WS-DRNKEXC-STATUS not = "00" then
               display "Drink exception log open failed - status "
                   WS-DRNKEXC-STATUS upon console
               move 16 to RETURN-CODE
               close CUSTOMER-MASTER
               close AUDIT-LOG-FILE
               goback
           end-if.
           perform 2300-TAKE-ONE-DRINK-EXCEPTION thru 2300-EXIT
               until WS-EOF-DRINK-EXCEPTION.
           close DRINK-EXCEPTION-LOG.
       2000-EXIT.
           exit.

       2100-LOAD-ONE-DISPOSITION.
           read EXCEPTION-DISPOSITION-FILE
               at end
                   move "Y" to WS-DSP-EOF-SWITCH
                   go to 2100-EXIT
           end-read.
           if not ED-DISPO-RESOLVED
               and not ED-DISPO-CORRECTED
               and not ED-DISPO-IGNORED then
               go to 2100-EXIT
           end-if.
           if WS-DSP-COUNT not < WS-DSP-MAX then
               display "Disposition table full - raise "
                   "WS-DSP-MAX and rerun" upon console
               move 16 to RETURN-CODE
               close EXCEPTION-DISPOSITION-FILE
               close CUSTOMER-MASTER
               close AUDIT-LOG-FILE
               goback
           end-if.
           add 1 to WS-DSP-COUNT.
           move ED-EXCEPTION-TYPE to WS-DSP-TYPE(WS-DSP-COUNT).
           move ED-CUSTOMER-ID to WS-DSP-ID(WS-DSP-COUNT).
       2100-EXIT.
           exit.

       2200-TAKE-ONE-AGE-EXCEPTION.
           read AGE-EXCEPTION-FILE
               at end
                   move "Y" to WS-AGE-EOF-SWITCH
                   go to 2200-EXIT
           end-read.
           move "N" to WS-DSP-FOUND-SWITCH.
           perform 2250-SCAN-ONE-AGE-DISPO thru 2250-EXIT
               varying WS-DSP-SUB from 1 by 1
               until WS-DSP-SUB > WS-DSP-COUNT
               or WS-DSP-FOUND.
           if WS-DSP-FOUND then
               go to 2200-EXIT
           end-if.
           perform 2400-CHECK-OPEN-TABLE thru 2400-EXIT.
           add 1 to WS-OX-COUNT.
           move AX-CUSTOMER-ID to WS-OX-CUSTOMER-ID(WS-OX-COUNT).
           move "A" to WS-OX-TYPE(WS-OX-COUNT).
           move AX-REASON to WS-OX-REASON(WS-OX-COUNT).
           move AX-LOG-DATE to WS-OX-LOG-DATE(WS-OX-COUNT).
       2200-EXIT.
           exit.

       2250-SCAN-ONE-AGE-DISPO.
           if WS-DSP-TYPE(WS-DSP-SUB) = "A"
               and WS-DSP-ID(WS-DSP-SUB) = AX-CUSTOMER-ID then
               move "Y" to WS-DSP-FOUND-SWITCH
           end-if.
       2250-EXIT.
           exit.

       2300-TAKE-ONE-DRINK-EXCEPTION.
           read DRINK-EXCEPTION-LOG
               at end
                   move "Y" to WS-DRINK-EOF-SWITCH
                   go to 2300-EXIT
           end-read.
           move "N" to WS-DSP-FOUND-SWITCH.
           perform 2350-SCAN-ONE-DRINK-DISPO thru 2350-EXIT
               varying WS-DSP-SUB from 1 by 1
               until WS-DSP-SUB > WS-DSP-COUNT
               or WS-DSP-FOUND.
           if WS-DSP-FOUND then
               go to 2300-EXIT
           end-if.
           perform 2400-CHECK-OPEN-TABLE thru 2400-EXIT.
           add 1 to WS-OX-COUNT.
           move DX-CUSTOMER-ID to WS-OX-CUSTOMER-ID(WS-OX-COUNT).
           move "D" to WS-OX-TYPE(WS-OX-COUNT).
           move DX-REASON to WS-OX-REASON(WS-OX-COUNT).
           move DX-LOG-DATE to WS-OX-LOG-DATE(WS-OX-COUNT).
       2300-EXIT.
           exit.

       2350-SCAN-ONE-DRINK-DISPO.
           if WS-DSP-TYPE(WS-DSP-SUB) = "D"
               and WS-DSP-ID(WS-DSP-SUB) = DX-CUSTOMER-ID then
               move "Y" to WS-DSP-FOUND-SWITCH
           end-if.
       2350-EXIT.
           exit.

       2400-CHECK-OPEN-TABLE.
           add 1 to WS-OPEN-EXCEPTIONS.
           if WS-OX-COUNT not < WS-OX-MAX then
               display "Open exception table full - raise "
                   "WS-OX-MAX and rerun" upon console
               move 16 to RETURN-CODE
               close AGE-EXCEPTION-FILE
               close DRINK-EXCEPTION-LOG
               close CUSTOMER-MASTER
               close AUDIT-LOG-FILE
               goback
           end-if.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-RELEASE-DISPENSES
      *  SORT INPUT PROCEDURE - EVERY DISPENSE ON THE LOG
      *  GENERATIONS WHOSE VISIT DATE FALLS IN THE WINDOW.
      *-----------------------------------------------------------
       3000-RELEASE-DISPENSES.
           open input DISPENSE-LOG-FILE.
           perform 3900-READ-DISPENSE-LOG thru 3900-EXIT.
           perform 3100-RELEASE-ONE-DISPENSE thru 3100-EXIT
               until WS-EOF-DISPENSE-LOG.
           close DISPENSE-LOG-FILE.
       3000-EXIT.
           exit.

       3100-RELEASE-ONE-DISPENSE.
           if DG-VISIT-DATE not < WS-WINDOW-START
               and DG-VISIT-DATE not > WS-TODAY-DATE then
               move DG-CUSTOMER-ID to SRT-CUSTOMER-ID
               move DG-VISIT-DATE to SRT-VISIT-DATE
               move DG-VISIT-TIME to SRT-VISIT-TIME
               move DG-NAME to SRT-NAME
               release SORT-WORK-RECORD
               add 1 to WS-DISPENSES-IN-WINDOW
           end-if.
           perform 3900-READ-DISPENSE-LOG thru 3900-EXIT.
       3100-EXIT.
           exit.

       3900-READ-DISPENSE-LOG.
           read DISPENSE-LOG-FILE
               at end
                   move "Y" to WS-DG-EOF-SWITCH
               not at end
                   add 1 to WS-DISPENSES-READ
           end-read.
       3900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4000-SWEEP-DISPENSES
      *  SORT OUTPUT PROCEDURE - ONE CUSTOMER AT A TIME IN VISIT
      *  ORDER.  A RUN OF DISPENSES ON ONE DAY ALL WITHIN THE
      *  REPEAT WINDOW OF THE FIRST IS A BURST; AT THE CUSTOMER
      *  BREAK THE MASTER AND THE OPEN EXCEPTIONS ARE CHECKED AND
      *  THE CUSTOMER'S VOLUME IS KEPT FOR THE DEPARTMENT AVERAGE.
      *-----------------------------------------------------------
       4000-SWEEP-DISPENSES.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
           perform 4100-TAKE-ONE-DISPENSE thru 4100-EXIT
               until WS-EOF-SORT-WORK
               or WS-RUN-ABORTED.
           if WS-RUN-ABORTED then
               go to 4000-EXIT
           end-if.
           if WS-CURR-DRINKS > 0 then
               perform 4300-FINISH-CUSTOMER thru 4300-EXIT
           end-if.
       4000-EXIT.
           exit.

       4100-TAKE-ONE-DISPENSE.
           move SRT-VISIT-TIME to WS-TIME-WORK.
           compute WS-VISIT-MINUTES = WS-TW-HH * 60 + WS-TW-MM.
           if SRT-CUSTOMER-ID not = WS-CURR-CUSTOMER
               or WS-CURR-DRINKS = 0 then
               if WS-CURR-DRINKS > 0 then
                   perform 4300-FINISH-CUSTOMER thru 4300-EXIT
               end-if
               move SRT-CUSTOMER-ID to WS-CURR-CUSTOMER
               move SRT-NAME to WS-CURR-NAME
               move 0 to WS-CURR-DRINKS
               perform 4200-START-BURST thru 4200-EXIT
           else
               compute WS-MINUTES-APART =
                   WS-VISIT-MINUTES - WS-BURST-START
               if SRT-VISIT-DATE = WS-BURST-DATE
                   and WS-MINUTES-APART not > WS-REPEAT-MINUTES then
                   add 1 to WS-BURST-COUNT
               else
                   perform 4250-CLOSE-BURST thru 4250-EXIT
                   perform 4200-START-BURST thru 4200-EXIT
               end-if
           end-if.
           add 1 to WS-CURR-DRINKS.
           move SRT-VISIT-DATE to WS-CURR-LAST-DATE.
           perform 4900-RETURN-SORT-RECORD thru 4900-EXIT.
       4100-EXIT.
           exit.

       4200-START-BURST.
           move SRT-VISIT-DATE to WS-BURST-DATE.
           move SRT-VISIT-TIME to WS-BURST-START-TIME.
           move WS-VISIT-MINUTES to WS-BURST-START.
           move 1 to WS-BURST-COUNT.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4250-CLOSE-BURST
      *  A BURST THAT REACHED THE REPEAT COUNT IS ONE REPEAT FLAG,
      *  HOWEVER MANY DISPENSES IT HELD.
      *-----------------------------------------------------------
       4250-CLOSE-BURST.
           if WS-BURST-COUNT < WS-REPEAT-COUNT then
               go to 4250-EXIT
           end-if.
           move WS-BURST-COUNT to WS-RD-COUNT.
           move WS-REPEAT-MINUTES to WS-RD-MINUTES.
           move WS-BS-HH to WS-RD-HH.
           move WS-BS-MM to WS-RD-MM.
           move "REPEAT" to WS-FW-REASON.
           move WS-BURST-DATE to WS-FW-DATE.
           move WS-REPEAT-DETAIL to WS-FW-DETAIL.
           perform 8000-ADD-FLAG thru 8000-EXIT.
           add 1 to WS-REPEAT-FLAGS.
       4250-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4300-FINISH-CUSTOMER
      *  ADULT-CHECK ONLY DISPENSES TO CUSTOMERS ON THE MASTER, SO
      *  ONE DISPENSED TO INSIDE THE WINDOW WHO IS NOT ON IT NOW
      *  WAS DROPPED BY OFF-BOARD SINCE.  A CUSTOMER STILL ON THE
      *  MASTER COUNTS TOWARDS THEIR DEPARTMENT'S AVERAGE.
      *-----------------------------------------------------------
       4300-FINISH-CUSTOMER.
           perform 4250-CLOSE-BURST thru 4250-EXIT.
           add 1 to WS-CUSTOMERS-SEEN.
           move WS-CURR-CUSTOMER to CM-CUSTOMER-ID.
           move "Y" to WS-ON-MASTER-SWITCH.
           read CUSTOMER-MASTER
               invalid key
                   move "N" to WS-ON-MASTER-SWITCH
           end-read.
           if WS-ON-MASTER then
               move CM-DEPARTMENT to WS-CURR-DEPARTMENT
           else
               move "NOT ON MASTER" to WS-CURR-DEPARTMENT
               move WS-CURR-DRINKS to WS-DD-COUNT
               move "DROPPED" to WS-FW-REASON
               move WS-CURR-LAST-DATE to WS-FW-DATE
               move WS-DROPPED-DETAIL to WS-FW-DETAIL
               perform 8000-ADD-FLAG thru 8000-EXIT
               add 1 to WS-DROPPED-FLAGS
           end-if.
           perform 4400-CHECK-OPEN-EXCEPTION thru 4400-EXIT
               varying WS-OX-SUB from 1 by 1
               until WS-OX-SUB > WS-OX-COUNT
               or WS-RUN-ABORTED.
           if WS-RUN-ABORTED then
               go to 4300-EXIT
           end-if.
           if WS-ON-MASTER then
               perform 4500-KEEP-CUSTOMER-VOLUME thru 4500-EXIT
           end-if.
       4300-EXIT.
           exit.

       4400-CHECK-OPEN-EXCEPTION.
           if WS-OX-CUSTOMER-ID(WS-OX-SUB) not = WS-CURR-CUSTOMER then
               go to 4400-EXIT
           end-if.
           if WS-OX-TYPE(WS-OX-SUB) = "A" then
               move "OPEN AGE EXC" to WS-OD-TYPE
           else
               move "OPEN DRINK EXC" to WS-OD-TYPE
           end-if.
           move WS-OX-REASON(WS-OX-SUB) to WS-OD-REASON.
           move "OPENEXC" to WS-FW-REASON.
           move WS-OX-LOG-DATE(WS-OX-SUB) to WS-FW-DATE.
           move WS-OPEN-EXC-DETAIL to WS-FW-DETAIL.
           perform 8000-ADD-FLAG thru 8000-EXIT.
           add 1 to WS-OPEN-EXC-FLAGS.
       4400-EXIT.
           exit.

       4500-KEEP-CUSTOMER-VOLUME.
           move 0 to WS-DEPT-FOUND-SUB.
           perform 4550-SCAN-ONE-DEPARTMENT thru 4550-EXIT
               varying WS-DEPT-SUB from 1 by 1
               until WS-DEPT-SUB > WS-DEPT-COUNT
               or WS-DEPT-FOUND-SUB > 0.
           if WS-DEPT-FOUND-SUB = 0 then
               if WS-DEPT-COUNT not < WS-DEPT-MAX then
                   display "Department table full - raise "
                       "WS-DEPT-MAX and rerun" upon console
                   move "Y" to WS-ABORT-SWITCH
                   move 16 to RETURN-CODE
                   go to 4500-EXIT
               end-if
               add 1 to WS-DEPT-COUNT
               move WS-DEPT-COUNT to WS-DEPT-FOUND-SUB
               move WS-CURR-DEPARTMENT
                   to WS-DEPT-NAME(WS-DEPT-FOUND-SUB)
               move 0 to WS-DEPT-DRINKS(WS-DEPT-FOUND-SUB)
               move 0 to WS-DEPT-CUSTOMERS(WS-DEPT-FOUND-SUB)
           end-if.
           add WS-CURR-DRINKS to WS-DEPT-DRINKS(WS-DEPT-FOUND-SUB).
           add 1 to WS-DEPT-CUSTOMERS(WS-DEPT-FOUND-SUB).
           if WS-CT-COUNT not < WS-CT-MAX then
               display "Customer table full - raise WS-CT-MAX and "
                   "rerun" upon console
               move "Y" to WS-ABORT-SWITCH
               move 16 to RETURN-CODE
               go to 4500-EXIT
           end-if.
           add 1 to WS-CT-COUNT.
           move WS-CURR-CUSTOMER to WS-CT-CUSTOMER-ID(WS-CT-COUNT).
           move WS-CURR-NAME to WS-CT-NAME(WS-CT-COUNT).
           move WS-DEPT-FOUND-SUB to WS-CT-DEPT-SUB(WS-CT-COUNT).
           move WS-CURR-DRINKS to WS-CT-DRINKS(WS-CT-COUNT).
       4500-EXIT.
           exit.

       4550-SCAN-ONE-DEPARTMENT.
           if WS-DEPT-NAME(WS-DEPT-SUB) = WS-CURR-DEPARTMENT then
               move WS-DEPT-SUB to WS-DEPT-FOUND-SUB
           end-if.
       4550-EXIT.
           exit.

       4900-RETURN-SORT-RECORD.
           return SORT-WORK-FILE
               at end
                   move "Y" to WS-SORT-EOF-SWITCH
           end-return.
       4900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-CHECK-VOLUMES
      *  A CUSTOMER WHOSE DRINKS IN THE WINDOW EXCEED THE VOLUME
      *  MULTIPLE OF THEIR DEPARTMENT'S AVERAGE PER DRINKING
      *  CUSTOMER.  A DEPARTMENT OF ONE HAS NO AVERAGE TO STAND
      *  OUT FROM AND IS NOT JUDGED.
      *-----------------------------------------------------------
       5000-CHECK-VOLUMES.
           perform 5100-CHECK-ONE-CUSTOMER thru 5100-EXIT
               varying WS-CT-SUB from 1 by 1
               until WS-CT-SUB > WS-CT-COUNT
               or WS-RUN-ABORTED.
       5000-EXIT.
           exit.

       5100-CHECK-ONE-CUSTOMER.
           move WS-CT-DEPT-SUB(WS-CT-SUB) to WS-DEPT-SUB.
           if WS-DEPT-CUSTOMERS(WS-DEPT-SUB) < 2 then
               go to 5100-EXIT
           end-if.
           compute WS-CUST-TOTAL-CHECK =
               WS-CT-DRINKS(WS-CT-SUB) * WS-DEPT-CUSTOMERS(WS-DEPT-SUB).
           compute WS-DEPT-TOTAL-CHECK =
               WS-DEPT-DRINKS(WS-DEPT-SUB) * WS-VOLUME-MULTIPLE.
           if WS-CUST-TOTAL-CHECK not > WS-DEPT-TOTAL-CHECK then
               go to 5100-EXIT
           end-if.
           compute WS-DEPT-AVERAGE rounded =
               WS-DEPT-DRINKS(WS-DEPT-SUB)
               / WS-DEPT-CUSTOMERS(WS-DEPT-SUB).
           move WS-CT-CUSTOMER-ID(WS-CT-SUB) to WS-CURR-CUSTOMER.
           move WS-CT-NAME(WS-CT-SUB) to WS-CURR-NAME.
           move WS-DEPT-NAME(WS-DEPT-SUB) to WS-CURR-DEPARTMENT.
           move WS-CT-DRINKS(WS-CT-SUB) to WS-VD-DRINKS.
           move WS-DEPT-AVERAGE to WS-VD-AVERAGE.
           move "VOLUME" to WS-FW-REASON.
           move WS-TODAY-DATE to WS-FW-DATE.
           move WS-VOLUME-DETAIL to WS-FW-DETAIL.
           perform 8000-ADD-FLAG thru 8000-EXIT.
           add 1 to WS-VOLUME-FLAGS.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  6000-RELEASE-FLAGS
      *  SORT INPUT PROCEDURE - EVERY FLAG HELD.
      *-----------------------------------------------------------
       6000-RELEASE-FLAGS.
           perform 6100-RELEASE-ONE-FLAG thru 6100-EXIT
               varying WS-FT-SUB from 1 by 1
               until WS-FT-SUB > WS-FT-COUNT.
       6000-EXIT.
           exit.

       6100-RELEASE-ONE-FLAG.
           move WS-FT-CUSTOMER-ID(WS-FT-SUB) to FLG-CUSTOMER-ID.
           move WS-FT-REASON(WS-FT-SUB) to FLG-REASON.
           move WS-FT-DATE(WS-FT-SUB) to FLG-DATE.
           move WS-FT-NAME(WS-FT-SUB) to FLG-NAME.
           move WS-FT-DEPARTMENT(WS-FT-SUB) to FLG-DEPARTMENT.
           move WS-FT-DETAIL(WS-FT-SUB) to FLG-DETAIL.
           release FLAG-SORT-RECORD.
       6100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7000-PRINT-REVIEW-LIST
      *  SORT OUTPUT PROCEDURE - ONE LINE PER FLAG, A CUSTOMER'S
      *  FLAGS TOGETHER, THEN THE COUNT OF EACH REASON.
      *-----------------------------------------------------------
       7000-PRINT-REVIEW-LIST.
           open output ANOMALY-REPORT.
           write ANOMALY-LINE from WS-HEADING-1
               after advancing page.
           write ANOMALY-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to ANOMALY-LINE.
           write ANOMALY-LINE after advancing 1 line.
           perform 7900-RETURN-FLAG thru 7900-EXIT.
           perform 7100-PRINT-ONE-FLAG thru 7100-EXIT
               until WS-EOF-FLAG-SORT.
           if WS-FLAGS-PRINTED = 0 then
               write ANOMALY-LINE from WS-NONE-LINE
                   after advancing 1 line
           end-if.
           move WS-REPEAT-FLAGS to WS-TL-REPEAT.
           move WS-DROPPED-FLAGS to WS-TL-DROPPED.
           move WS-OPEN-EXC-FLAGS to WS-TL-OPEN-EXC.
           move WS-VOLUME-FLAGS to WS-TL-VOLUME.
           move WS-DISPENSES-IN-WINDOW to WS-TL-DISPENSES.
           write ANOMALY-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           close ANOMALY-REPORT.
       7000-EXIT.
           exit.

       7100-PRINT-ONE-FLAG.
           move FLG-CUSTOMER-ID to WS-DL-CUSTOMER-ID.
           move FLG-NAME to WS-DL-NAME.
           move FLG-DEPARTMENT to WS-DL-DEPARTMENT.
           move FLG-REASON to WS-DL-REASON.
           move FLG-DATE to WS-DL-DATE.
           move FLG-DETAIL to WS-DL-DETAIL.
           write ANOMALY-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-FLAGS-PRINTED.
           perform 7900-RETURN-FLAG thru 7900-EXIT.
       7100-EXIT.
           exit.

       7900-RETURN-FLAG.
           return FLAG-SORT-FILE
               at end
                   move "Y" to WS-FLAG-EOF-SWITCH
           end-return.
       7900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  8000-ADD-FLAG
      *  HOLD ONE FLAG FOR THE CURRENT CUSTOMER WITH THE REASON,
      *  DATE AND DETAIL BUILT IN WS-FLAG-WORK.  A FULL TABLE SETS
      *  THE ABORT SWITCH FOR THE CALLERS TO STOP ON.
      *-----------------------------------------------------------
       8000-ADD-FLAG.
           if WS-FT-COUNT not < WS-FT-MAX then
               display "Flag table full - raise WS-FT-MAX and rerun"
                   upon console
               move "Y" to WS-ABORT-SWITCH
               move 16 to RETURN-CODE
               go to 8000-EXIT
           end-if.
           add 1 to WS-FT-COUNT.
           move WS-CURR-CUSTOMER to WS-FT-CUSTOMER-ID(WS-FT-COUNT).
           move WS-FW-REASON to WS-FT-REASON(WS-FT-COUNT).
           move WS-FW-DATE to WS-FT-DATE(WS-FT-COUNT).
           move WS-CURR-NAME to WS-FT-NAME(WS-FT-COUNT).
           move WS-CURR-DEPARTMENT to WS-FT-DEPARTMENT(WS-FT-COUNT).
           move WS-FW-DETAIL to WS-FT-DETAIL(WS-FT-COUNT).
       8000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  ANYTHING ON THE REVIEW LIST NEEDS THE MANAGER'S EYE -
      *  RETURN CODE 4.  AN ABORTED RUN KEEPS ITS RETURN CODE 16.
      *-----------------------------------------------------------
       9000-TERMINATE.
           if WS-RUN-ABORTED then
               display "Anomaly review abandoned - no review list"
                   upon console
               close CUSTOMER-MASTER
               close AUDIT-LOG-FILE
               go to 9000-EXIT
           end-if.
           display "Dispenses read:         " WS-DISPENSES-READ
               upon console.
           display "Dispenses in window:    " WS-DISPENSES-IN-WINDOW
               upon console.
           display "Customers dispensed to: " WS-CUSTOMERS-SEEN
               upon console.
           display "Open exceptions:        " WS-OPEN-EXCEPTIONS
               upon console.
           display "REPEAT flags:           " WS-REPEAT-FLAGS
               upon console.
           display "DROPPED flags:          " WS-DROPPED-FLAGS
               upon console.
           display "OPENEXC flags:          " WS-OPEN-EXC-FLAGS
               upon console.
           display "VOLUME flags:           " WS-VOLUME-FLAGS
               upon console.
           if WS-FT-COUNT > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close CUSTOMER-MASTER.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
