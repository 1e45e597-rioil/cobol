       IDENTIFICATION DIVISION.
        PROGRAM-ID. dept-convert.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - one-off conversion
      *                      of the free-text department on
      *                      CUSTOMER-MASTER to department-master
      *                      codes.  a department that is already a
      *                      code is left alone; one that matches a
      *                      department description (case ignored)
      *                      or a spelling on the mapping deck is
      *                      replaced by its code and journalled
      *                      through cust-journal; anything else is
      *                      left as it was and listed, so the
      *                      mapping deck can be extended and the
      *                      run repeated until nothing is listed.
      *                      a list-only run (mode other than U)
      *                      shows what would happen without
      *                      touching the master.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DEPARTMENT-MAPPING-FILE ASSIGN TO "DEPTMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DEPARTMENT-CONVERSION-REPORT ASSIGN TO "DEPTCNV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  DEPARTMENT-MAPPING-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DEPTMAP.
        FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
        FD  DEPARTMENT-CONVERSION-REPORT
            LABEL RECORDS ARE STANDARD.
           COPY DEPTCNV.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-CUSTMAST-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-CUSTOMER-MASTER value "Y".
           77 WS-MAP-EOF-SWITCH pic X(01) value "N".
               88 WS-MAP-EOF value "Y".
           77 WS-MAP-ERROR-SWITCH pic X(01) value "N".
               88 WS-MAP-ERROR value "Y".
           77 WS-ABORT-SWITCH pic X(01) value "N".
               88 WS-ABORT-RUN value "Y".
           77 WS-RUN-MODE pic X(01) value space.
               88 WS-UPDATE-RUN value "U".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-RECORDS-READ pic 9(06) value 0.
           77 WS-ALREADY-CODED pic 9(06) value 0.
           77 WS-MAPPED-BY-MASTER pic 9(06) value 0.
           77 WS-MAPPED-BY-CARD pic 9(06) value 0.
           77 WS-NOT-MAPPED pic 9(06) value 0.
           77 WS-JOURNAL-ERRORS pic 9(05) value 0.
           77 WS-MAP-COUNT pic 9(04) comp value 0.
           77 WS-MAP-SUB pic 9(04) comp value 0.
           77 WS-MAP-FOUND-SUB pic 9(04) comp value 0.
           77 WS-MAP-MAX pic 9(04) comp value 500.
           77 WS-LOWER-CASE pic X(26)
               value "abcdefghijklmnopqrstuvwxyz".
           77 WS-UPPER-CASE pic X(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 WS-SEARCH-TEXT pic X(20).
           77 WS-NEW-DEPT-CODE pic X(04).
           01 WS-MAPPING-TABLE.
               05 WS-MAP-ENTRY occurs 500 times.
                   10 WS-MAP-TEXT pic X(20).
                   10 WS-MAP-CODE pic X(04).
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
           COPY JRNSTC.
           COPY DEPSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  LOAD THE MAPPING DECK, THEN ONE SWEEP OF CUSTOMER-MASTER
      *  IN KEY ORDER, CONVERTING OR LISTING EACH CUSTOMER'S
      *  DEPARTMENT.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-CONVERT-CUSTOMER thru 2000-EXIT
               until WS-EOF-CUSTOMER-MASTER or WS-ABORT-RUN.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  FIRST CARD IS THE OPERATOR ID, SECOND THE RUN MODE - U
      *  UPDATES THE MASTER, ANYTHING ELSE ONLY LISTS.  THE TWO
      *  MODES REGISTER UNDER DIFFERENT RUN-STATUS NAMES SO A LIST
      *  RUN DOES NOT BLOCK THE UPDATE RUN THE SAME DAY.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           display "Run mode? (U = update the master, else list only)"
               upon console.
           accept WS-RUN-MODE from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open input DEPARTMENT-MAPPING-FILE.
           perform 1200-LOAD-MAPPING-TABLE thru 1200-EXIT.
           if WS-UPDATE-RUN then
               open i-o CUSTOMER-MASTER
           else
               open input CUSTOMER-MASTER
           end-if.
           if WS-CUSTMAST-STATUS not = "00" then
               display "CUSTOMER-MASTER open failed - status "
                   WS-CUSTMAST-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open output DEPARTMENT-CONVERSION-REPORT.
           move 0 to CM-CUSTOMER-ID.
           start CUSTOMER-MASTER key is not less than CM-CUSTOMER-ID
               invalid key
                   move "Y" to WS-EOF-SWITCH
           end-start.
           if not WS-EOF-CUSTOMER-MASTER then
               perform 2900-READ-CUSTOMER-MASTER thru 2900-EXIT
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "DEPT-CONVERT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           if WS-UPDATE-RUN then
               move "DEPARTMENT CONVERSION" to AL-KEY-INPUT
           else
               move "DEPARTMENT CONVERSION LIST" to AL-KEY-INPUT
           end-if.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE JOURNAL ENTRIES CARRY THE BUSINESS DATE - USUALLY
      *  TODAY, BUT A PRIOR-DATE RERUN SETS THE OVERRIDE ON THE
      *  RUN-CONTROL FILE.
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
      *  1090-REGISTER-RUN-START
      *  REGISTER THIS RUN ON THE SHARED RUN-STATUS FILE.  A CLEAN
      *  RUN ALREADY ON FILE FOR THE BUSINESS DATE IS A DUPLICATE
      *  SUBMISSION AND IS REFUSED.
      *-----------------------------------------------------------
       1090-REGISTER-RUN-START.
           move "S" to RC-FUNCTION-CODE.
           if WS-UPDATE-RUN then
               move "DEPT-CONVERT" to RC-PROGRAM-NAME
           else
               move "DEPT-CONV-L" to RC-PROGRAM-NAME
           end-if.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display RC-PROGRAM-NAME " already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display RC-PROGRAM-NAME " refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           end-if.
       1090-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1200-LOAD-MAPPING-TABLE
      *  ONE CARD PER FREE-TEXT SPELLING, HELD IN CAPITALS SO THE
      *  MATCH IGNORES CASE.  A CARD NAMING A DEPARTMENT THAT IS
      *  NOT ON THE MASTER, OR A SECOND CARD FOR THE SAME SPELLING,
      *  MAKES THE DECK SUSPECT - NOTHING IS CONVERTED FROM A DECK
      *  NOBODY CAN VOUCH FOR.
      *-----------------------------------------------------------
       1200-LOAD-MAPPING-TABLE.
           perform 1390-READ-MAPPING-CARD thru 1390-EXIT.
           perform 1300-LOAD-ONE-MAPPING thru 1300-EXIT
               until WS-MAP-EOF.
           close DEPARTMENT-MAPPING-FILE.
           if WS-MAP-ERROR then
               display "Department mapping deck rejected - nothing "
                   "converted" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           display "Mapping cards loaded:  " WS-MAP-COUNT
               upon console.
       1200-EXIT.
           exit.

       1300-LOAD-ONE-MAPPING.
           if DA-COMMENT-CARD
               or DEPARTMENT-MAPPING-RECORD = spaces then
               perform 1390-READ-MAPPING-CARD thru 1390-EXIT
               go to 1300-EXIT
           end-if.
           if WS-MAP-COUNT >= WS-MAP-MAX then
               display "Mapping table full - raise WS-MAP-MAX and "
                   "rerun" upon console
               move 16 to RETURN-CODE
               close DEPARTMENT-MAPPING-FILE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move DA-FREE-TEXT to WS-SEARCH-TEXT.
           inspect WS-SEARCH-TEXT
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           perform 2400-FIND-MAPPING thru 2400-EXIT.
           move DA-DEPT-CODE to DK-DEPARTMENT-TEXT.
           call "dept-lookup" using DEPARTMENT-LOOKUP-PARM.
           evaluate true
               when DK-RESULT-FILE-ERROR
                   display "Department master not available"
                       upon console
                   move "Y" to WS-MAP-ERROR-SWITCH
               when DA-DEPT-CODE = spaces
                   or DK-RESULT-NOT-FOUND
                   or DK-DEPT-CODE not = DA-DEPT-CODE
                   display "Mapping card for " DA-FREE-TEXT
                       " names unknown department " DA-DEPT-CODE
                       upon console
                   move "Y" to WS-MAP-ERROR-SWITCH
               when WS-MAP-FOUND-SUB > 0
                   display "Second mapping card for " DA-FREE-TEXT
                       upon console
                   move "Y" to WS-MAP-ERROR-SWITCH
               when other
                   add 1 to WS-MAP-COUNT
                   move WS-SEARCH-TEXT to WS-MAP-TEXT(WS-MAP-COUNT)
                   move DA-DEPT-CODE to WS-MAP-CODE(WS-MAP-COUNT)
           end-evaluate.
           perform 1390-READ-MAPPING-CARD thru 1390-EXIT.
       1300-EXIT.
           exit.

       1390-READ-MAPPING-CARD.
           read DEPARTMENT-MAPPING-FILE
               at end
                   move "Y" to WS-MAP-EOF-SWITCH
           end-read.
       1390-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-CONVERT-CUSTOMER
      *  ONE CUSTOMER - ALREADY A CODE (LEFT ALONE, NOT LISTED), A
      *  DEPARTMENT DESCRIPTION OR A MAPPED SPELLING (CONVERTED
      *  AND LISTED), OR NEITHER (LISTED, LEFT AS IT WAS).
      *-----------------------------------------------------------
       2000-CONVERT-CUSTOMER.
           add 1 to WS-RECORDS-READ.
           move spaces to WS-NEW-DEPT-CODE.
           move CM-DEPARTMENT to DK-DEPARTMENT-TEXT.
           call "dept-lookup" using DEPARTMENT-LOOKUP-PARM.
           evaluate true
               when DK-RESULT-FILE-ERROR
                   display "Department master not available - "
                       "conversion stopped at customer "
                       CM-CUSTOMER-ID upon console
                   move "Y" to WS-ABORT-SWITCH
                   go to 2000-EXIT
               when CM-DEPARTMENT = spaces
                   move "BLANK DEPARTMENT" to DV-NOTE
                   perform 2500-LIST-UNMAPPED thru 2500-EXIT
               when DK-RESULT-NOT-FOUND
                   perform 2200-MAP-BY-CARD thru 2200-EXIT
               when CM-DEPARTMENT = DK-DEPT-CODE
                   add 1 to WS-ALREADY-CODED
               when other
                   move DK-DEPT-CODE to WS-NEW-DEPT-CODE
                   if DK-RESULT-INACTIVE then
                       move "MAPPED - DEPT INACTV" to DV-NOTE
                   else
                       move "MAPPED BY MASTER" to DV-NOTE
                   end-if
                   perform 2300-APPLY-CODE thru 2300-EXIT
                   add 1 to WS-MAPPED-BY-MASTER
           end-evaluate.
           perform 2900-READ-CUSTOMER-MASTER thru 2900-EXIT.
       2000-EXIT.
           exit.

       2200-MAP-BY-CARD.
           move CM-DEPARTMENT to WS-SEARCH-TEXT.
           inspect WS-SEARCH-TEXT
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           perform 2400-FIND-MAPPING thru 2400-EXIT.
           if WS-MAP-FOUND-SUB = 0 then
               move "NOT MAPPED" to DV-NOTE
               perform 2500-LIST-UNMAPPED thru 2500-EXIT
           else
               move WS-MAP-CODE(WS-MAP-FOUND-SUB) to WS-NEW-DEPT-CODE
               move "MAPPED BY CARD" to DV-NOTE
               perform 2300-APPLY-CODE thru 2300-EXIT
               add 1 to WS-MAPPED-BY-CARD
           end-if.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2300-APPLY-CODE
      *  LIST THE CONVERSION AND, ON AN UPDATE RUN, PUT THE CODE ON
      *  THE MASTER WITH A CHANGE-JOURNAL ENTRY CARRYING BOTH
      *  IMAGES.  A JOURNAL THAT CANNOT BE WRITTEN DOES NOT BACK
      *  THE CHANGE OUT - THE RUN ENDS RC 4 SO THE GAP IS SEEN.
      *-----------------------------------------------------------
       2300-APPLY-CODE.
           move CM-CUSTOMER-ID to DV-CUSTOMER-ID.
           move CM-NAME to DV-NAME.
           move CM-DEPARTMENT to DV-OLD-DEPARTMENT.
           move WS-NEW-DEPT-CODE to DV-NEW-DEPT-CODE.
           write DEPARTMENT-CONVERSION-RECORD.
           if not WS-UPDATE-RUN then
               go to 2300-EXIT
           end-if.
           move CUSTOMER-MASTER-RECORD to JP-BEFORE-IMAGE.
           move WS-NEW-DEPT-CODE to CM-DEPARTMENT.
           rewrite CUSTOMER-MASTER-RECORD
               invalid key
                   display "CUSTOMER-MASTER rewrite failed for "
                       CM-CUSTOMER-ID upon console
                   add 1 to WS-JOURNAL-ERRORS
                   go to 2300-EXIT
           end-rewrite.
           move "DEPT-CONVERT" to JP-PROGRAM-NAME.
           move WS-OPERATOR-ID to JP-OPERATOR-ID.
           move WS-TODAY-DATE to JP-BUSINESS-DATE.
           move "C" to JP-ACTION.
           move CUSTOMER-MASTER-RECORD to JP-AFTER-IMAGE.
           call "cust-journal" using CUST-JOURNAL-PARM.
           if JP-RESULT-FILE-ERROR then
               add 1 to WS-JOURNAL-ERRORS
           end-if.
       2300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2400-FIND-MAPPING
      *  SERIAL SEARCH OF THE MAPPING TABLE FOR WS-SEARCH-TEXT.
      *  WS-MAP-FOUND-SUB IS ZERO WHEN THERE IS NO CARD FOR IT.
      *-----------------------------------------------------------
       2400-FIND-MAPPING.
           move 0 to WS-MAP-FOUND-SUB.
           if WS-MAP-COUNT > 0 then
               perform 2450-CHECK-ONE-MAPPING thru 2450-EXIT
                   varying WS-MAP-SUB from 1 by 1
                   until WS-MAP-SUB > WS-MAP-COUNT
                   or WS-MAP-FOUND-SUB > 0
           end-if.
       2400-EXIT.
           exit.

       2450-CHECK-ONE-MAPPING.
           if WS-MAP-TEXT(WS-MAP-SUB) = WS-SEARCH-TEXT then
               move WS-MAP-SUB to WS-MAP-FOUND-SUB
           end-if.
       2450-EXIT.
           exit.

       2500-LIST-UNMAPPED.
           move CM-CUSTOMER-ID to DV-CUSTOMER-ID.
           move CM-NAME to DV-NAME.
           move CM-DEPARTMENT to DV-OLD-DEPARTMENT.
           move spaces to DV-NEW-DEPT-CODE.
           write DEPARTMENT-CONVERSION-RECORD.
           add 1 to WS-NOT-MAPPED.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2900-READ-CUSTOMER-MASTER
      *  NEXT MASTER RECORD FOR THE SWEEP.  THE RESERVED-KEY HEADER
      *  AND TRAILER CONTROL RECORDS HAVE NO DEPARTMENT AND ARE
      *  SKIPPED.
      *-----------------------------------------------------------
       2900-READ-CUSTOMER-MASTER.
           read CUSTOMER-MASTER next record
               at end
                   move "Y" to WS-EOF-SWITCH
                   go to 2900-EXIT
           end-read.
           if CM-HEADER-RECORD
               or CM-TRAILER-RECORD then
               go to 2900-READ-CUSTOMER-MASTER
           end-if.
       2900-EXIT.
           exit.

       9000-TERMINATE.
           display "Customers read:         " WS-RECORDS-READ
               upon console.
           display "Already a code:         " WS-ALREADY-CODED
               upon console.
           display "Mapped by master:       " WS-MAPPED-BY-MASTER
               upon console.
           display "Mapped by card:         " WS-MAPPED-BY-CARD
               upon console.
           display "Not mapped:             " WS-NOT-MAPPED
               upon console.
           if not WS-UPDATE-RUN then
               display "List only - CUSTOMER-MASTER not updated"
                   upon console
           end-if.
           if WS-JOURNAL-ERRORS > 0 then
               display "Update or journal failures: "
                   WS-JOURNAL-ERRORS upon console
           end-if.
           evaluate true
               when WS-ABORT-RUN
                   move 16 to RETURN-CODE
               when WS-NOT-MAPPED > 0
                   or WS-JOURNAL-ERRORS > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close CUSTOMER-MASTER.
           close DEPARTMENT-CONVERSION-REPORT.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9900-REGISTER-RUN-END
      *  COMPLETE THE RUN-STATUS RECORD WITH THE RETURN CODE AND
      *  THE CUSTOMERS CONVERTED, FOR THE MORNING RUN-REPORT AND
      *  THE DUPLICATE-RUN INTERLOCK.
      *-----------------------------------------------------------
       9900-REGISTER-RUN-END.
           move "E" to RC-FUNCTION-CODE.
           move RETURN-CODE to RC-RETURN-CODE.
           compute RC-KEY-COUNT = WS-MAPPED-BY-MASTER
               + WS-MAPPED-BY-CARD.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
