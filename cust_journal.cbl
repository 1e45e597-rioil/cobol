       IDENTIFICATION DIVISION.
        PROGRAM-ID. cust-journal.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the customer-master
      *                      change journal.  the audit log keeps
      *                      only 30 characters of key input, so
      *                      what a customer's age or department
      *                      said on a given day could not be
      *                      answered without restoring a snapshot.
      *                      every program that updates the master
      *                      now CALLs this subprogram after each
      *                      add, change, delete or reload, and it
      *                      appends the before and after record
      *                      images with the program, operator and
      *                      timestamp to the journal file.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUST-JOURNAL-FILE ASSIGN TO "CUSTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  CUST-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY CUSTJRN.
       WORKING-STORAGE SECTION.
           77 WS-CUSTJRN-STATUS pic X(02) value "00".
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-CALL-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-IMAGE-KEY pic X(06).
           01 WS-IMAGE-KEY-N redefines WS-IMAGE-KEY pic 9(06).
       LINKAGE SECTION.
           COPY JRNSTC.
       PROCEDURE DIVISION USING CUST-JOURNAL-PARM.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  ONE CALL - OPEN THE JOURNAL EXTEND, APPEND ONE RECORD,
      *  CLOSE AND RETURN.  THE FILE IS NEVER HELD OPEN BETWEEN
      *  CALLS, SO AN ABENDING CALLER LOSES NO ENTRY ALREADY MADE.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           move "00" to JP-RESULT.
           if not JP-ACTION-ADD and not JP-ACTION-CHANGE
               and not JP-ACTION-DELETE and not JP-ACTION-RELOAD then
               display "cust-journal: bad action code " JP-ACTION
                   upon console
               move "16" to JP-RESULT
               goback
           end-if.
           perform 1000-OPEN-JOURNAL thru 1000-EXIT.
           if not JP-RESULT-FILE-ERROR then
               perform 2000-WRITE-JOURNAL-ENTRY thru 2000-EXIT
               close CUST-JOURNAL-FILE
           end-if.
           goback.

      *-----------------------------------------------------------
      *  1000-OPEN-JOURNAL
      *  OPEN EXTEND, CREATING THE FILE ON THE VERY FIRST CALL.
      *-----------------------------------------------------------
       1000-OPEN-JOURNAL.
           open extend CUST-JOURNAL-FILE.
           if WS-CUSTJRN-STATUS = "35" then
               open output CUST-JOURNAL-FILE
           end-if.
           if WS-CUSTJRN-STATUS not = "00" then
               display "cust-journal: CUST-JOURNAL-FILE open failed "
                   "- status " WS-CUSTJRN-STATUS upon console
               move "16" to JP-RESULT
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-WRITE-JOURNAL-ENTRY
      *  THE CUSTOMER ID IS TAKEN FROM WHICHEVER IMAGE EXISTS - THE
      *  AFTER IMAGE, OR FOR A DELETE THE BEFORE IMAGE.
      *-----------------------------------------------------------
       2000-WRITE-JOURNAL-ENTRY.
           move spaces to CUST-JOURNAL-RECORD.
           accept JR-JOURNAL-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-CALL-TIME to JR-JOURNAL-TIME.
           move JP-BUSINESS-DATE to JR-BUSINESS-DATE.
           move JP-PROGRAM-NAME to JR-PROGRAM-NAME.
           move JP-OPERATOR-ID to JR-OPERATOR-ID.
           move JP-ACTION to JR-ACTION.
           if JP-AFTER-IMAGE not = spaces then
               move JP-AFTER-IMAGE(1:6) to WS-IMAGE-KEY
           else
               move JP-BEFORE-IMAGE(1:6) to WS-IMAGE-KEY
           end-if.
           if WS-IMAGE-KEY is numeric then
               move WS-IMAGE-KEY-N to JR-CUSTOMER-ID
           else
               move 0 to JR-CUSTOMER-ID
           end-if.
           move JP-BEFORE-IMAGE to JR-BEFORE-IMAGE.
           move JP-AFTER-IMAGE to JR-AFTER-IMAGE.
           write CUST-JOURNAL-RECORD.
           if WS-CUSTJRN-STATUS not = "00" then
               display "cust-journal: journal write failed for "
                   WS-IMAGE-KEY " - status " WS-CUSTJRN-STATUS
                   upon console
               move "16" to JP-RESULT
           end-if.
       2000-EXIT.
           exit.
