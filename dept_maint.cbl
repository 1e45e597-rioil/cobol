       IDENTIFICATION DIVISION.
        PROGRAM-ID. dept-maint.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - maintains the
      *                      department master that enroll and
      *                      cust-maint check every department
      *                      against and exc-dispo routes open
      *                      exceptions by.  adds, changes,
      *                      deactivations and reactivations come in
      *                      on a transaction deck and are applied
      *                      to the indexed master by department
      *                      code, and every transaction (applied or
      *                      rejected) goes on a report recording who
      *                      changed which department's cost centre,
      *                      manager and status, before and after.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DEPARTMENT-TRANSACTION-FILE ASSIGN TO "DEPTTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT DEPARTMENT-MAINT-REPORT ASSIGN TO "DEPTMRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  DEPARTMENT-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DEPTTRN.
        FD  DEPARTMENT-MASTER.
           COPY DEPTMST.
        FD  DEPARTMENT-MAINT-REPORT
            LABEL RECORDS ARE STANDARD.
           COPY DEPTMRP.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-DEPTMAST-STATUS pic X(02) value "00".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-TRANSACTION value "Y".
           77 WS-DEPT-EOF-SWITCH pic X(01) value "N".
               88 WS-DEPT-EOF value "Y".
           77 WS-DUPLICATE-SWITCH pic X(01) value "N".
               88 WS-DUPLICATE-DESCRIPTION value "Y".
           77 WS-LOWER-CASE pic X(26)
               value "abcdefghijklmnopqrstuvwxyz".
           77 WS-UPPER-CASE pic X(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 WS-NEW-DESCRIPTION pic X(20).
           77 WS-FILE-DESCRIPTION pic X(20).
           77 WS-ADDS-APPLIED pic 9(05) value 0.
           77 WS-CHANGES-APPLIED pic 9(05) value 0.
           77 WS-DEACTIVATES-APPLIED pic 9(05) value 0.
           77 WS-REACTIVATES-APPLIED pic 9(05) value 0.
           77 WS-TRANS-REJECTED pic 9(05) value 0.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-OLD-SETTINGS.
               05 WS-OLD-COST-CENTRE pic X(06).
               05 WS-OLD-MANAGER-ID pic X(06).
               05 WS-OLD-STATUS pic X(01).
           01 WS-NEW-SETTINGS.
               05 WS-NEW-COST-CENTRE pic X(06).
               05 WS-NEW-MANAGER-ID pic X(06).
               05 WS-NEW-STATUS pic X(01).
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
      *  ONE PASS OF THE TRANSACTION DECK, EACH TRANSACTION APPLIED
      *  DIRECTLY TO THE INDEXED MASTER BY DEPARTMENT CODE.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-APPLY-TRANSACTION thru 2000-EXIT
               until WS-EOF-TRANSACTION.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  OPEN THE MASTER I-O, CREATING IT ON FIRST USE SO AN
      *  ALL-ADDS DECK CAN BUILD THE FILE FROM EMPTY.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open input DEPARTMENT-TRANSACTION-FILE.
           open i-o DEPARTMENT-MASTER.
           if WS-DEPTMAST-STATUS = "35" then
               open output DEPARTMENT-MASTER
               close DEPARTMENT-MASTER
               open i-o DEPARTMENT-MASTER
           end-if.
           if WS-DEPTMAST-STATUS not = "00" then
               display "DEPARTMENT-MASTER open failed - status "
                   WS-DEPTMAST-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open output DEPARTMENT-MAINT-REPORT.
           perform 2900-READ-TRANSACTION thru 2900-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A BAD MORNING RUN CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "DEPT-MAINT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "DEPARTMENT MASTER MAINT" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  CHANGES ARE STAMPED WITH THE BUSINESS DATE - USUALLY
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
           move "DEPT-MAINT" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "DEPT-MAINT already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "DEPT-MAINT refused - " WS-TODAY-DATE
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
      *  2000-APPLY-TRANSACTION
      *  VALIDATE AND APPLY ONE TRANSACTION.  EVERY REJECT NAMES
      *  ITS REASON ON THE REPORT.  CODES ARE KEPT IN CAPITALS SO
      *  A CODE KEYED IN LOWER CASE STILL FINDS ITS DEPARTMENT.
      *-----------------------------------------------------------
       2000-APPLY-TRANSACTION.
           move spaces to WS-OLD-SETTINGS.
           move spaces to WS-NEW-SETTINGS.
           inspect DN-DEPT-CODE
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           evaluate true
               when DN-DEPT-CODE = spaces
                   move "BLANK DEPT CODE" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when DN-ACTION-ADD
                   perform 2100-ADD-DEPARTMENT thru 2100-EXIT
               when DN-ACTION-CHANGE
                   perform 2200-CHANGE-DEPARTMENT thru 2200-EXIT
               when DN-ACTION-DEACTIVATE
                   perform 2300-DEACTIVATE-DEPARTMENT thru 2300-EXIT
               when DN-ACTION-REACTIVATE
                   perform 2400-REACTIVATE-DEPARTMENT thru 2400-EXIT
               when other
                   move "BAD ACTION CODE" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
           end-evaluate.
           perform 2900-READ-TRANSACTION thru 2900-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-ADD-DEPARTMENT
      *  A NEW DEPARTMENT NEEDS A DESCRIPTION NO OTHER DEPARTMENT
      *  HAS, A COST CENTRE AND A MANAGER TO SEND ITS EXCEPTIONS
      *  TO.  IT STARTS ACTIVE.
      *-----------------------------------------------------------
       2100-ADD-DEPARTMENT.
           if DN-DESCRIPTION not = spaces then
               perform 2700-CHECK-DESCRIPTION thru 2700-EXIT
           end-if.
           evaluate true
               when DN-DESCRIPTION = spaces
                   move "BLANK DESCRIPTION" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when WS-DUPLICATE-DESCRIPTION
                   move "DUPLICATE DESCRIPTN" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when DN-COST-CENTRE = spaces
                   move "BLANK COST CENTRE" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when DN-MANAGER-NAME = spaces
                   move "BLANK MANAGER" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when other
                   move spaces to DEPARTMENT-MASTER-RECORD
                   move DN-DEPT-CODE to DM-DEPT-CODE
                   move DN-DESCRIPTION to DM-DESCRIPTION
                   move DN-COST-CENTRE to DM-COST-CENTRE
                   move DN-MANAGER-ID to DM-MANAGER-ID
                   move DN-MANAGER-NAME to DM-MANAGER-NAME
                   move "A" to DM-STATUS
                   move WS-TODAY-DATE to DM-LAST-CHANGED-DATE
                   write DEPARTMENT-MASTER-RECORD
                       invalid key
                           move "ALREADY ON MASTER" to DR-NOTE
                           perform 2600-REJECT-TRANSACTION
                               thru 2600-EXIT
                       not invalid key
                           perform 2450-HOLD-NEW-SETTINGS
                               thru 2450-EXIT
                           move "ADDED" to DR-NOTE
                           perform 2500-WRITE-REPORT-LINE
                               thru 2500-EXIT
                           add 1 to WS-ADDS-APPLIED
                   end-write
           end-evaluate.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-CHANGE-DEPARTMENT
      *  APPLY NON-BLANK TRANSACTION FIELDS OVER THE MASTER RECORD.
      *  A NEW MANAGER TAKES OVER THE DEPARTMENT'S OPEN EXCEPTIONS
      *  FROM THE NEXT EXC-DISPO RUN.
      *-----------------------------------------------------------
       2200-CHANGE-DEPARTMENT.
           if DN-DESCRIPTION not = spaces then
               perform 2700-CHECK-DESCRIPTION thru 2700-EXIT
               if WS-DUPLICATE-DESCRIPTION then
                   move "DUPLICATE DESCRIPTN" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   go to 2200-EXIT
               end-if
           end-if.
           move DN-DEPT-CODE to DM-DEPT-CODE.
           read DEPARTMENT-MASTER
               invalid key
                   move "NOT ON MASTER" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               not invalid key
                   perform 2440-HOLD-OLD-SETTINGS thru 2440-EXIT
                   if DN-DESCRIPTION not = spaces
                       move DN-DESCRIPTION to DM-DESCRIPTION
                   end-if
                   if DN-COST-CENTRE not = spaces
                       move DN-COST-CENTRE to DM-COST-CENTRE
                   end-if
                   if DN-MANAGER-ID not = spaces
                       move DN-MANAGER-ID to DM-MANAGER-ID
                   end-if
                   if DN-MANAGER-NAME not = spaces
                       move DN-MANAGER-NAME to DM-MANAGER-NAME
                   end-if
                   move WS-TODAY-DATE to DM-LAST-CHANGED-DATE
                   rewrite DEPARTMENT-MASTER-RECORD
                   perform 2450-HOLD-NEW-SETTINGS thru 2450-EXIT
                   move "CHANGED" to DR-NOTE
                   perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                   add 1 to WS-CHANGES-APPLIED
           end-read.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2300-DEACTIVATE-DEPARTMENT
      *  MARK THE DEPARTMENT INACTIVE - THE RECORD STAYS ON FILE SO
      *  ITS CUSTOMERS STILL REPORT UNDER IT, BUT ENROLL AND
      *  CUST-MAINT REFUSE TO PUT ANYONE NEW INTO IT.
      *-----------------------------------------------------------
       2300-DEACTIVATE-DEPARTMENT.
           move DN-DEPT-CODE to DM-DEPT-CODE.
           read DEPARTMENT-MASTER
               invalid key
                   move "NOT ON MASTER" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               not invalid key
                   perform 2440-HOLD-OLD-SETTINGS thru 2440-EXIT
                   move "I" to DM-STATUS
                   move WS-TODAY-DATE to DM-LAST-CHANGED-DATE
                   rewrite DEPARTMENT-MASTER-RECORD
                   perform 2450-HOLD-NEW-SETTINGS thru 2450-EXIT
                   move "DEACTIVATED" to DR-NOTE
                   perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                   add 1 to WS-DEACTIVATES-APPLIED
           end-read.
       2300-EXIT.
           exit.

       2400-REACTIVATE-DEPARTMENT.
           move DN-DEPT-CODE to DM-DEPT-CODE.
           read DEPARTMENT-MASTER
               invalid key
                   move "NOT ON MASTER" to DR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               not invalid key
                   perform 2440-HOLD-OLD-SETTINGS thru 2440-EXIT
                   move "A" to DM-STATUS
                   move WS-TODAY-DATE to DM-LAST-CHANGED-DATE
                   rewrite DEPARTMENT-MASTER-RECORD
                   perform 2450-HOLD-NEW-SETTINGS thru 2450-EXIT
                   move "REACTIVATED" to DR-NOTE
                   perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                   add 1 to WS-REACTIVATES-APPLIED
           end-read.
       2400-EXIT.
           exit.

       2440-HOLD-OLD-SETTINGS.
           move DM-COST-CENTRE to WS-OLD-COST-CENTRE.
           move DM-MANAGER-ID to WS-OLD-MANAGER-ID.
           move DM-STATUS to WS-OLD-STATUS.
       2440-EXIT.
           exit.

       2450-HOLD-NEW-SETTINGS.
           move DM-COST-CENTRE to WS-NEW-COST-CENTRE.
           move DM-MANAGER-ID to WS-NEW-MANAGER-ID.
           move DM-STATUS to WS-NEW-STATUS.
       2450-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2500-WRITE-REPORT-LINE
      *  ONE MASTER-CHANGE LINE - WHO RAN THE DECK, WHAT WAS DONE
      *  TO WHICH DEPARTMENT, AND ITS SETTINGS BEFORE AND AFTER.
      *-----------------------------------------------------------
       2500-WRITE-REPORT-LINE.
           move WS-TODAY-DATE to DR-CHANGE-DATE.
           move WS-OPERATOR-ID to DR-CHANGED-BY.
           move DN-ACTION-CODE to DR-ACTION-CODE.
           move DN-DEPT-CODE to DR-DEPT-CODE.
           move WS-OLD-SETTINGS to DR-OLD-SETTINGS.
           move WS-NEW-SETTINGS to DR-NEW-SETTINGS.
           write DEPARTMENT-MAINT-RECORD.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2600-REJECT-TRANSACTION
      *  MALFORMED OR OUT-OF-PLACE TRANSACTION - REPORT IT WITH THE
      *  REASON ALREADY SET BY THE CALLER, MASTER LEFT UNTOUCHED.
      *-----------------------------------------------------------
       2600-REJECT-TRANSACTION.
           move WS-TODAY-DATE to DR-CHANGE-DATE.
           move WS-OPERATOR-ID to DR-CHANGED-BY.
           move DN-ACTION-CODE to DR-ACTION-CODE.
           move DN-DEPT-CODE to DR-DEPT-CODE.
           move spaces to DR-OLD-SETTINGS.
           move spaces to DR-NEW-SETTINGS.
           write DEPARTMENT-MAINT-RECORD.
           add 1 to WS-TRANS-REJECTED.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2700-CHECK-DESCRIPTION
      *  DEPT-LOOKUP ANSWERS TO THE DESCRIPTION AS WELL AS THE CODE,
      *  SO NO TWO DEPARTMENTS MAY SHARE ONE, CASE IGNORED.  SERIAL
      *  SWEEP OF THE MASTER - IT IS A FEW DOZEN RECORDS.  THE
      *  DEPARTMENT'S OWN RECORD DOES NOT COUNT AGAINST IT.
      *-----------------------------------------------------------
       2700-CHECK-DESCRIPTION.
           move "N" to WS-DUPLICATE-SWITCH.
           move "N" to WS-DEPT-EOF-SWITCH.
           move DN-DESCRIPTION to WS-NEW-DESCRIPTION.
           inspect WS-NEW-DESCRIPTION
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           move low-values to DM-DEPT-CODE.
           start DEPARTMENT-MASTER
               key is greater than DM-DEPT-CODE
               invalid key
                   go to 2700-EXIT
           end-start.
           perform 2750-CHECK-ONE-DESCRIPTION thru 2750-EXIT
               until WS-DEPT-EOF or WS-DUPLICATE-DESCRIPTION.
       2700-EXIT.
           exit.

       2750-CHECK-ONE-DESCRIPTION.
           read DEPARTMENT-MASTER next record
               at end
                   move "Y" to WS-DEPT-EOF-SWITCH
                   go to 2750-EXIT
           end-read.
           move DM-DESCRIPTION to WS-FILE-DESCRIPTION.
           inspect WS-FILE-DESCRIPTION
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           if WS-FILE-DESCRIPTION = WS-NEW-DESCRIPTION
               and DM-DEPT-CODE not = DN-DEPT-CODE then
               move "Y" to WS-DUPLICATE-SWITCH
           end-if.
       2750-EXIT.
           exit.

       2900-READ-TRANSACTION.
           read DEPARTMENT-TRANSACTION-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       2900-EXIT.
           exit.

       9000-TERMINATE.
           display "Adds applied:          " WS-ADDS-APPLIED
               upon console.
           display "Changes applied:       " WS-CHANGES-APPLIED
               upon console.
           display "Deactivates applied:   " WS-DEACTIVATES-APPLIED
               upon console.
           display "Reactivates applied:   " WS-REACTIVATES-APPLIED
               upon console.
           display "Transactions rejected: " WS-TRANS-REJECTED
               upon console.
           if WS-TRANS-REJECTED > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close DEPARTMENT-TRANSACTION-FILE.
           close DEPARTMENT-MASTER.
           close DEPARTMENT-MAINT-REPORT.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9900-REGISTER-RUN-END
      *  COMPLETE THE RUN-STATUS RECORD WITH THE RETURN CODE AND
      *  THE TRANSACTIONS APPLIED, FOR THE MORNING RUN-REPORT AND
      *  THE DUPLICATE-RUN INTERLOCK.
      *-----------------------------------------------------------
       9900-REGISTER-RUN-END.
           move "E" to RC-FUNCTION-CODE.
           move RETURN-CODE to RC-RETURN-CODE.
           compute RC-KEY-COUNT = WS-ADDS-APPLIED
               + WS-CHANGES-APPLIED + WS-DEACTIVATES-APPLIED
               + WS-REACTIVATES-APPLIED.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
