      *  23/08/2026  rioil   moved 1100-CLEAR-ONE-DAY below the audit
      *                      paragraph to restore ascending paragraph
      *                      order.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   a blank report-month card now means the
      *                      month of the business date, so the
      *                      nightly stream can run the report on
      *                      the month-end business day without a
      *                      card being changed by hand.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  SIGMA-HISTORY-FILE.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-HISTORY-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-HISTORY-EOF-SWITCH pic X(01) value "N".
               88 WS-HISTORY-EOF value "Y".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-MONTH-RESULT-TOTAL pic 9(13) value 0.
           77 WS-PRIOR-RESULT-TOTAL pic 9(13) value 0.
           77 WS-REQUEST-DIFF pic S9(07) value 0.
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-TODAY-FIELDS redefines WS-TODAY-DATE.
               05 WS-TODAY-YYYYMM pic 9(06).
               05 FILLER pic 9(02).
           01 WS-REPORT-MONTH-IN pic X(06).
           01 WS-REPORT-MONTH-N redefines WS-REPORT-MONTH-IN
               pic 9(06).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  FIRST CARD IS THE OPERATOR ID, SECOND THE REPORT MONTH AS
      *  YYYYMM.  A BLANK MONTH CARD MEANS THE MONTH OF THE BUSINESS
      *  DATE, WHICH IS THE NORMAL MONTH-END RUN.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Report month? (YYYYMM, blank for current)"
               upon console.
           accept WS-REPORT-MONTH-IN from console.
           if WS-REPORT-MONTH-IN = spaces then
               perform 1080-READ-RUN-CONTROL thru 1080-EXIT
               move WS-TODAY-YYYYMM to WS-REPORT-MONTH-N
           end-if.
           display "Report month: " WS-REPORT-MONTH-IN upon console.
           if WS-REPORT-MONTH-IN is not numeric then
               display "Report month must be YYYYMM" upon console
               move 16 to RETURN-CODE
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "MONTH-END VOLUME RPT" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE CURRENT MONTH IS THE MONTH OF THE BUSINESS DATE -
      *  USUALLY TODAY, BUT A PRIOR-DATE RERUN SETS THE OVERRIDE ON
      *  THE RUN-CONTROL FILE.
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

       1100-CLEAR-ONE-DAY.
           move 0 to WS-DAY-REQUESTS(WS-DAY-SUB).
           move 0 to WS-DAY-RESULT-TOTAL(WS-DAY-SUB).
