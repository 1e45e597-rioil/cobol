       IDENTIFICATION DIVISION.
        PROGRAM-ID. req-maint.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - maintains the
      *                      sigma-requester registry sigma-edit
      *                      checks every request against.  adds,
      *                      changes, deactivations and
      *                      reactivations come in on a transaction
      *                      deck and are applied to the indexed
      *                      registry by requester code, and every
      *                      transaction (applied or rejected) goes
      *                      on a report recording who changed which
      *                      team's cost centre, quota and status,
      *                      before and after.  the month-to-date
      *                      counts belong to sigma-edit and are
      *                      never touched here except to start them
      *                      at zero on an add.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REQUESTER-TRANSACTION-FILE ASSIGN TO "REQTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SIGMA-REQUESTER-FILE ASSIGN TO "SGMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-REQUESTER-CODE
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REQUESTER-MAINT-REPORT ASSIGN TO "REQMRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  REQUESTER-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY REQTRN.
        FD  SIGMA-REQUESTER-FILE.
           COPY SGMREG.
        FD  REQUESTER-MAINT-REPORT
            LABEL RECORDS ARE STANDARD.
           COPY REQMRP.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-REGISTRY-STATUS pic X(02) value "00".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-TRANSACTION value "Y".
           77 WS-ADDS-APPLIED pic 9(05) value 0.
           77 WS-CHANGES-APPLIED pic 9(05) value 0.
           77 WS-DEACTIVATES-APPLIED pic 9(05) value 0.
           77 WS-REACTIVATES-APPLIED pic 9(05) value 0.
           77 WS-TRANS-REJECTED pic 9(05) value 0.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-OPERATOR-ID pic X(08).
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-TODAY-FIELDS redefines WS-TODAY-DATE.
               05 WS-TODAY-YYYYMM pic 9(06).
               05 FILLER pic 9(02).
           01 WS-OLD-SETTINGS.
               05 WS-OLD-COST-CENTRE pic X(06).
               05 WS-OLD-QUOTA pic X(05).
               05 WS-OLD-STATUS pic X(01).
           01 WS-NEW-SETTINGS.
               05 WS-NEW-COST-CENTRE pic X(06).
               05 WS-NEW-QUOTA pic X(05).
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
      *  DIRECTLY TO THE INDEXED REGISTRY BY REQUESTER CODE.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-APPLY-TRANSACTION thru 2000-EXIT
               until WS-EOF-TRANSACTION.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  OPEN THE REGISTRY I-O, CREATING IT ON FIRST USE SO AN
      *  ALL-ADDS DECK CAN BUILD THE FILE FROM EMPTY.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open input REQUESTER-TRANSACTION-FILE.
           open i-o SIGMA-REQUESTER-FILE.
           if WS-REGISTRY-STATUS = "35" then
               open output SIGMA-REQUESTER-FILE
               close SIGMA-REQUESTER-FILE
               open i-o SIGMA-REQUESTER-FILE
           end-if.
           if WS-REGISTRY-STATUS not = "00" then
               display "SIGMA-REQUESTER registry open failed - status "
                   WS-REGISTRY-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open output REQUESTER-MAINT-REPORT.
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
           move "REQ-MAINT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "SIGMA REQUESTER MAINT" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  CHANGES ARE STAMPED WITH THE BUSINESS DATE, AND A NEW TEAM
      *  STARTS COUNTING IN ITS MONTH - USUALLY TODAY, BUT A PRIOR-
      *  DATE RERUN SETS THE OVERRIDE ON THE RUN-CONTROL FILE.
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
           move "REQ-MAINT" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "REQ-MAINT already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "REQ-MAINT refused - " WS-TODAY-DATE
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
      *  ITS REASON ON THE REPORT.
      *-----------------------------------------------------------
       2000-APPLY-TRANSACTION.
           move spaces to WS-OLD-SETTINGS.
           move spaces to WS-NEW-SETTINGS.
           evaluate true
               when QT-REQUESTER-CODE = spaces
                   move "BLANK REQUESTER CODE" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when QT-ACTION-ADD
                   perform 2100-ADD-REQUESTER thru 2100-EXIT
               when QT-ACTION-CHANGE
                   perform 2200-CHANGE-REQUESTER thru 2200-EXIT
               when QT-ACTION-DEACTIVATE
                   perform 2300-DEACTIVATE-REQUESTER thru 2300-EXIT
               when QT-ACTION-REACTIVATE
                   perform 2400-REACTIVATE-REQUESTER thru 2400-EXIT
               when other
                   move "BAD ACTION CODE" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
           end-evaluate.
           perform 2900-READ-TRANSACTION thru 2900-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-ADD-REQUESTER
      *  A NEW TEAM NEEDS A NAME, A COST CENTRE TO CHARGE AND AN
      *  EXPLICIT QUOTA - NOBODY GETS AN UNLIMITED QUOTA BY
      *  LEAVING THE FIELD BLANK.  THE COUNTS START AT ZERO IN THE
      *  MONTH OF THE BUSINESS DATE.
      *-----------------------------------------------------------
       2100-ADD-REQUESTER.
           evaluate true
               when QT-TEAM-NAME = spaces
                   move "BLANK TEAM NAME" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when QT-COST-CENTRE = spaces
                   move "BLANK COST CENTRE" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when QT-MONTHLY-QUOTA is not numeric
                   move "BAD QUOTA" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when other
                   move spaces to SIGMA-REQUESTER-RECORD
                   move QT-REQUESTER-CODE to RG-REQUESTER-CODE
                   move QT-TEAM-NAME to RG-TEAM-NAME
                   move QT-COST-CENTRE to RG-COST-CENTRE
                   move QT-MONTHLY-QUOTA-N to RG-MONTHLY-QUOTA
                   move "A" to RG-STATUS
                   move WS-TODAY-YYYYMM to RG-COUNT-MONTH
                   move 0 to RG-MONTH-ACCEPTED
                   move 0 to RG-MONTH-REJECTED
                   move 0 to RG-LAST-EDIT-DATE
                   move 0 to RG-DAY-ACCEPTED
                   move 0 to RG-DAY-REJECTED
                   move WS-TODAY-DATE to RG-LAST-CHANGED-DATE
                   write SIGMA-REQUESTER-RECORD
                       invalid key
                           move "ALREADY ON REGISTRY" to QM-NOTE
                           perform 2600-REJECT-TRANSACTION
                               thru 2600-EXIT
                       not invalid key
                           perform 2450-HOLD-NEW-SETTINGS
                               thru 2450-EXIT
                           move "ADDED" to QM-NOTE
                           perform 2500-WRITE-REPORT-LINE
                               thru 2500-EXIT
                           add 1 to WS-ADDS-APPLIED
                   end-write
           end-evaluate.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-CHANGE-REQUESTER
      *  APPLY NON-BLANK TRANSACTION FIELDS OVER THE REGISTRY
      *  RECORD.  A NEW QUOTA TAKES EFFECT AGAINST THE COUNT
      *  ALREADY RUN UP THIS MONTH - LOWERING IT BELOW THAT COUNT
      *  STOPS THE TEAM FOR THE REST OF THE MONTH.
      *-----------------------------------------------------------
       2200-CHANGE-REQUESTER.
           if QT-MONTHLY-QUOTA not = spaces
               and QT-MONTHLY-QUOTA is not numeric then
               move "BAD QUOTA" to QM-NOTE
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               go to 2200-EXIT
           end-if.
           move QT-REQUESTER-CODE to RG-REQUESTER-CODE.
           read SIGMA-REQUESTER-FILE
               invalid key
                   move "NOT ON REGISTRY" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               not invalid key
                   perform 2440-HOLD-OLD-SETTINGS thru 2440-EXIT
                   if QT-TEAM-NAME not = spaces
                       move QT-TEAM-NAME to RG-TEAM-NAME
                   end-if
                   if QT-COST-CENTRE not = spaces
                       move QT-COST-CENTRE to RG-COST-CENTRE
                   end-if
                   if QT-MONTHLY-QUOTA not = spaces
                       move QT-MONTHLY-QUOTA-N to RG-MONTHLY-QUOTA
                   end-if
                   move WS-TODAY-DATE to RG-LAST-CHANGED-DATE
                   rewrite SIGMA-REQUESTER-RECORD
                   perform 2450-HOLD-NEW-SETTINGS thru 2450-EXIT
                   move "CHANGED" to QM-NOTE
                   perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                   add 1 to WS-CHANGES-APPLIED
           end-read.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2300-DEACTIVATE-REQUESTER
      *  MARK THE TEAM INACTIVE - THE RECORD STAYS ON FILE SO ITS
      *  MONTH'S HISTORY CAN STILL BE CHARGED, BUT SIGMA-EDIT DROPS
      *  ANY NEW REQUEST FROM IT.
      *-----------------------------------------------------------
       2300-DEACTIVATE-REQUESTER.
           move QT-REQUESTER-CODE to RG-REQUESTER-CODE.
           read SIGMA-REQUESTER-FILE
               invalid key
                   move "NOT ON REGISTRY" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               not invalid key
                   perform 2440-HOLD-OLD-SETTINGS thru 2440-EXIT
                   move "I" to RG-STATUS
                   move WS-TODAY-DATE to RG-LAST-CHANGED-DATE
                   rewrite SIGMA-REQUESTER-RECORD
                   perform 2450-HOLD-NEW-SETTINGS thru 2450-EXIT
                   move "DEACTIVATED" to QM-NOTE
                   perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                   add 1 to WS-DEACTIVATES-APPLIED
           end-read.
       2300-EXIT.
           exit.

       2400-REACTIVATE-REQUESTER.
           move QT-REQUESTER-CODE to RG-REQUESTER-CODE.
           read SIGMA-REQUESTER-FILE
               invalid key
                   move "NOT ON REGISTRY" to QM-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               not invalid key
                   perform 2440-HOLD-OLD-SETTINGS thru 2440-EXIT
                   move "A" to RG-STATUS
                   move WS-TODAY-DATE to RG-LAST-CHANGED-DATE
                   rewrite SIGMA-REQUESTER-RECORD
                   perform 2450-HOLD-NEW-SETTINGS thru 2450-EXIT
                   move "REACTIVATED" to QM-NOTE
                   perform 2500-WRITE-REPORT-LINE thru 2500-EXIT
                   add 1 to WS-REACTIVATES-APPLIED
           end-read.
       2400-EXIT.
           exit.

       2440-HOLD-OLD-SETTINGS.
           move RG-COST-CENTRE to WS-OLD-COST-CENTRE.
           move RG-MONTHLY-QUOTA to WS-OLD-QUOTA.
           move RG-STATUS to WS-OLD-STATUS.
       2440-EXIT.
           exit.

       2450-HOLD-NEW-SETTINGS.
           move RG-COST-CENTRE to WS-NEW-COST-CENTRE.
           move RG-MONTHLY-QUOTA to WS-NEW-QUOTA.
           move RG-STATUS to WS-NEW-STATUS.
       2450-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2500-WRITE-REPORT-LINE
      *  ONE REGISTRY-CHANGE LINE - WHO RAN THE DECK, WHAT WAS DONE
      *  TO WHICH TEAM, AND ITS SETTINGS BEFORE AND AFTER.
      *-----------------------------------------------------------
       2500-WRITE-REPORT-LINE.
           move WS-TODAY-DATE to QM-CHANGE-DATE.
           move WS-OPERATOR-ID to QM-CHANGED-BY.
           move QT-ACTION-CODE to QM-ACTION-CODE.
           move QT-REQUESTER-CODE to QM-REQUESTER-CODE.
           move WS-OLD-SETTINGS to QM-OLD-SETTINGS.
           move WS-NEW-SETTINGS to QM-NEW-SETTINGS.
           write REQUESTER-MAINT-RECORD.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2600-REJECT-TRANSACTION
      *  MALFORMED OR OUT-OF-PLACE TRANSACTION - REPORT IT WITH THE
      *  REASON ALREADY SET BY THE CALLER, REGISTRY LEFT UNTOUCHED.
      *-----------------------------------------------------------
       2600-REJECT-TRANSACTION.
           move WS-TODAY-DATE to QM-CHANGE-DATE.
           move WS-OPERATOR-ID to QM-CHANGED-BY.
           move QT-ACTION-CODE to QM-ACTION-CODE.
           move QT-REQUESTER-CODE to QM-REQUESTER-CODE.
           move spaces to QM-OLD-SETTINGS.
           move spaces to QM-NEW-SETTINGS.
           write REQUESTER-MAINT-RECORD.
           add 1 to WS-TRANS-REJECTED.
       2600-EXIT.
           exit.

       2900-READ-TRANSACTION.
           read REQUESTER-TRANSACTION-FILE
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
           close REQUESTER-TRANSACTION-FILE.
           close SIGMA-REQUESTER-FILE.
           close REQUESTER-MAINT-REPORT.
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
