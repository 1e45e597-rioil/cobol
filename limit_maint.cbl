       IDENTIFICATION DIVISION.
        PROGRAM-ID. limit-maint.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - maintenance path for
      *                      the customer-limits file adult-check
      *                      enforces.  exclusions are added and
      *                      lifted and daily caps set from a
      *                      transaction deck, each one checked
      *                      against the customer master, and every
      *                      transaction (applied or rejected) is
      *                      appended to the limits audit trail with
      *                      who made it, under what reference, and
      *                      the limits before and after.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   a limits record that cannot be written
      *                      or rewritten rejects its card with the
      *                      file status shown, and ends the run 16.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT LIMIT-TRANSACTION-FILE ASSIGN TO "LMTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-LIMITS-FILE ASSIGN TO "CUSTLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUSTOMER-ID
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LIMIT-AUDIT-FILE ASSIGN TO "LIMAUDT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  LIMIT-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY LMTRAN.
        FD  CUSTOMER-LIMITS-FILE.
           COPY CUSTLIM.
        FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
        FD  LIMIT-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
           COPY LMAUDT.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-LIMITS-STATUS pic X(02) value "00".
           77 WS-CUSTMAST-STATUS pic X(02) value "00".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-TRANSACTION value "Y".
           77 WS-LIMIT-FOUND-SWITCH pic X(01) value "N".
               88 WS-LIMIT-FOUND value "Y".
           77 WS-EXCLUSIONS-ADDED pic 9(05) value 0.
           77 WS-EXCLUSIONS-LIFTED pic 9(05) value 0.
           77 WS-CAPS-SET pic 9(05) value 0.
           77 WS-TRANS-REJECTED pic 9(05) value 0.
           77 WS-SAVES-FAILED pic 9(05) value 0.
           77 WS-SAVE-SWITCH pic X(01) value "N".
               88 WS-SAVE-FAILED value "Y".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-START-DATE pic 9(08) value 0.
           77 WS-END-DATE pic 9(08) value 0.
           77 WS-NEW-CAP pic 9(03) value 0.
           77 WS-OPERATOR-ID pic X(08).
           01 WS-OLD-LIMITS.
               05 WS-OLD-FLAG pic X(01).
               05 WS-OLD-START-DATE pic X(08).
               05 WS-OLD-END-DATE pic X(08).
               05 WS-OLD-CAP pic X(03).
           01 WS-NEW-LIMITS.
               05 WS-NEW-FLAG pic X(01).
               05 WS-NEW-START-DATE pic X(08).
               05 WS-NEW-END-DATE pic X(08).
               05 WS-NEW-CAP-OUT pic X(03).
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
      *  DIRECTLY TO THE INDEXED LIMITS FILE BY CUSTOMER ID.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-APPLY-TRANSACTION thru 2000-EXIT
               until WS-EOF-TRANSACTION.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  OPEN THE LIMITS FILE I-O, CREATING IT ON FIRST USE SO THE
      *  FIRST EXCLUSION DECK CAN BUILD THE FILE FROM EMPTY.  THE
      *  AUDIT TRAIL IS ONLY EVER EXTENDED.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open input CUSTOMER-MASTER.
           if WS-CUSTMAST-STATUS not = "00" then
               display "CUSTOMER-MASTER open failed - status "
                   WS-CUSTMAST-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open i-o CUSTOMER-LIMITS-FILE.
           if WS-LIMITS-STATUS = "35" then
               open output CUSTOMER-LIMITS-FILE
               close CUSTOMER-LIMITS-FILE
               open i-o CUSTOMER-LIMITS-FILE
           end-if.
           if WS-LIMITS-STATUS not = "00" then
               display "CUSTOMER-LIMITS open failed - status "
                   WS-LIMITS-STATUS upon console
               move 16 to RETURN-CODE
               close CUSTOMER-MASTER
               close AUDIT-LOG-FILE
               goback
           end-if.
           open input LIMIT-TRANSACTION-FILE.
           open extend LIMIT-AUDIT-FILE.
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
           move "LIMIT-MAINT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "CUSTOMER-LIMITS MAINT" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  AN EXCLUSION WITH NO START DATE STARTS ON THE BUSINESS
      *  DATE, AND A LIFT ENDS THE EXCLUSION ON IT - USUALLY TODAY,
      *  BUT A PRIOR-DATE RERUN SETS THE OVERRIDE ON THE
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
           move "LIMIT-MAINT" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "LIMIT-MAINT already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "LIMIT-MAINT refused - " WS-TODAY-DATE
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
      *  VALIDATE AND APPLY ONE TRANSACTION.  THE CUSTOMER MUST BE
      *  ON THE MASTER, AND EVERY REJECT NAMES ITS REASON ON THE
      *  AUDIT TRAIL.
      *-----------------------------------------------------------
       2000-APPLY-TRANSACTION.
           move spaces to WS-OLD-LIMITS.
           move spaces to WS-NEW-LIMITS.
           evaluate true
               when LT-CUSTOMER-ID is not numeric
                   or LT-CUSTOMER-ID = "000000"
                   or LT-CUSTOMER-ID = "999999"
                   move "BAD CUSTOMER ID" to LA-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when not LT-ACTION-EXCLUDE
                   and not LT-ACTION-LIFT
                   and not LT-ACTION-CAP
                   move "BAD ACTION CODE" to LA-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when other
                   move LT-CUSTOMER-ID-N to CM-CUSTOMER-ID
                   read CUSTOMER-MASTER
                       invalid key
                           move "NOT ON MASTER" to LA-NOTE
                           perform 2600-REJECT-TRANSACTION
                               thru 2600-EXIT
                       not invalid key
                           perform 2050-DISPATCH-ACTION
                               thru 2050-EXIT
                   end-read
           end-evaluate.
           perform 2900-READ-TRANSACTION thru 2900-EXIT.
       2000-EXIT.
           exit.

       2050-DISPATCH-ACTION.
           evaluate true
               when LT-ACTION-EXCLUDE
                   perform 2100-ADD-EXCLUSION thru 2100-EXIT
               when LT-ACTION-LIFT
                   perform 2200-LIFT-EXCLUSION thru 2200-EXIT
               when LT-ACTION-CAP
                   perform 2300-SET-DAILY-CAP thru 2300-EXIT
           end-evaluate.
       2050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-ADD-EXCLUSION
      *  START THE EXCLUSION ON THE GIVEN DATE (OR THE BUSINESS
      *  DATE) AND END IT ON THE GIVEN DATE (OR NEVER, UNTIL IT IS
      *  LIFTED).  AN EXCLUSION ALREADY ON FILE IS REPLACED - THE
      *  AUDIT TRAIL KEEPS THE ONE IT REPLACED.
      *-----------------------------------------------------------
       2100-ADD-EXCLUSION.
           if LT-START-DATE = spaces then
               move WS-TODAY-DATE to WS-START-DATE
           else
               if LT-START-DATE is not numeric
                   or LT-START-DATE-N = 0 then
                   move "BAD START DATE" to LA-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   go to 2100-EXIT
               end-if
               move LT-START-DATE-N to WS-START-DATE
           end-if.
           if LT-END-DATE = spaces then
               move 0 to WS-END-DATE
           else
               if LT-END-DATE is not numeric
                   or LT-END-DATE-N < WS-START-DATE then
                   move "BAD END DATE" to LA-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   go to 2100-EXIT
               end-if
               move LT-END-DATE-N to WS-END-DATE
           end-if.
           perform 2400-READ-LIMITS thru 2400-EXIT.
           move "Y" to LM-EXCLUSION-FLAG.
           move WS-START-DATE to LM-EXCLUDE-START-DATE.
           move WS-END-DATE to LM-EXCLUDE-END-DATE.
           perform 2460-SAVE-LIMITS thru 2460-EXIT.
           if WS-SAVE-FAILED then
               perform 2470-REJECT-SAVE thru 2470-EXIT
               go to 2100-EXIT
           end-if.
           move "EXCLUDED" to LA-NOTE.
           perform 2500-WRITE-AUDIT-LINE thru 2500-EXIT.
           add 1 to WS-EXCLUSIONS-ADDED.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-LIFT-EXCLUSION
      *  END A CURRENT EXCLUSION ON THE BUSINESS DATE.  THE DATES
      *  STAY ON THE RECORD AS THE TRACE OF THE LAST EXCLUSION.
      *-----------------------------------------------------------
       2200-LIFT-EXCLUSION.
           move LT-CUSTOMER-ID-N to LM-CUSTOMER-ID.
           read CUSTOMER-LIMITS-FILE
               invalid key
                   move "NO LIMITS ON FILE" to LA-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   go to 2200-EXIT
           end-read.
           if not LM-SELF-EXCLUDED then
               move "NOT EXCLUDED" to LA-NOTE
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               go to 2200-EXIT
           end-if.
           move "Y" to WS-LIMIT-FOUND-SWITCH.
           perform 2440-HOLD-OLD-LIMITS thru 2440-EXIT.
           move "N" to LM-EXCLUSION-FLAG.
           if LM-EXCLUDE-END-DATE = 0
               or LM-EXCLUDE-END-DATE > WS-TODAY-DATE then
               move WS-TODAY-DATE to LM-EXCLUDE-END-DATE
           end-if.
           perform 2460-SAVE-LIMITS thru 2460-EXIT.
           if WS-SAVE-FAILED then
               perform 2470-REJECT-SAVE thru 2470-EXIT
               go to 2200-EXIT
           end-if.
           move "LIFTED" to LA-NOTE.
           perform 2500-WRITE-AUDIT-LINE thru 2500-EXIT.
           add 1 to WS-EXCLUSIONS-LIFTED.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2300-SET-DAILY-CAP
      *  GIVE THE CUSTOMER A DAILY CAP OF THEIR OWN, OR PUT THEM
      *  BACK ON THE SHOP-WIDE DEFAULT WITH A BLANK CAP.
      *-----------------------------------------------------------
       2300-SET-DAILY-CAP.
           if LT-DAILY-CAP = spaces then
               move 0 to WS-NEW-CAP
           else
               if LT-DAILY-CAP is not numeric
                   or LT-DAILY-CAP-N = 0 then
                   move "BAD DAILY CAP" to LA-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   go to 2300-EXIT
               end-if
               move LT-DAILY-CAP-N to WS-NEW-CAP
           end-if.
           perform 2400-READ-LIMITS thru 2400-EXIT.
           move WS-NEW-CAP to LM-DAILY-CAP.
           perform 2460-SAVE-LIMITS thru 2460-EXIT.
           if WS-SAVE-FAILED then
               perform 2470-REJECT-SAVE thru 2470-EXIT
               go to 2300-EXIT
           end-if.
           if WS-NEW-CAP = 0 then
               move "CAP TO SHOP DEFAULT" to LA-NOTE
           else
               move "CAP SET" to LA-NOTE
           end-if.
           perform 2500-WRITE-AUDIT-LINE thru 2500-EXIT.
           add 1 to WS-CAPS-SET.
       2300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2400-READ-LIMITS
      *  THE CUSTOMER'S LIMITS AS THEY STAND, OR A FRESH RECORD ON
      *  THE SHOP DEFAULT WITH NO EXCLUSION WHEN THERE ARE NONE.
      *-----------------------------------------------------------
       2400-READ-LIMITS.
           move LT-CUSTOMER-ID-N to LM-CUSTOMER-ID.
           read CUSTOMER-LIMITS-FILE
               invalid key
                   move "N" to WS-LIMIT-FOUND-SWITCH
               not invalid key
                   move "Y" to WS-LIMIT-FOUND-SWITCH
           end-read.
           if WS-LIMIT-FOUND then
               perform 2440-HOLD-OLD-LIMITS thru 2440-EXIT
           else
               move spaces to CUSTOMER-LIMITS-RECORD
               move LT-CUSTOMER-ID-N to LM-CUSTOMER-ID
               move 0 to LM-DAILY-CAP
               move "N" to LM-EXCLUSION-FLAG
               move 0 to LM-EXCLUDE-START-DATE
               move 0 to LM-EXCLUDE-END-DATE
           end-if.
       2400-EXIT.
           exit.

       2440-HOLD-OLD-LIMITS.
           move LM-EXCLUSION-FLAG to WS-OLD-FLAG.
           move LM-EXCLUDE-START-DATE to WS-OLD-START-DATE.
           move LM-EXCLUDE-END-DATE to WS-OLD-END-DATE.
           move LM-DAILY-CAP to WS-OLD-CAP.
       2440-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2460-SAVE-LIMITS
      *  STAMP WHO CHANGED THE RECORD AND WHEN, WRITE OR REWRITE
      *  IT, AND HOLD THE LIMITS AS THEY NOW STAND FOR THE TRAIL.
      *  A FAILED WRITE SETS THE SAVE SWITCH FOR THE CALLER.
      *-----------------------------------------------------------
       2460-SAVE-LIMITS.
           move "N" to WS-SAVE-SWITCH.
           move WS-TODAY-DATE to LM-CHANGED-DATE.
           move WS-OPERATOR-ID to LM-CHANGED-BY.
           if WS-LIMIT-FOUND then
               rewrite CUSTOMER-LIMITS-RECORD
                   invalid key
                       move "Y" to WS-SAVE-SWITCH
               end-rewrite
           else
               write CUSTOMER-LIMITS-RECORD
                   invalid key
                       move "Y" to WS-SAVE-SWITCH
               end-write
           end-if.
           if WS-SAVE-FAILED then
               display "CUSTLIM write failed for customer "
                   LM-CUSTOMER-ID " - status " WS-LIMITS-STATUS
                   upon console
               go to 2460-EXIT
           end-if.
           move LM-EXCLUSION-FLAG to WS-NEW-FLAG.
           move LM-EXCLUDE-START-DATE to WS-NEW-START-DATE.
           move LM-EXCLUDE-END-DATE to WS-NEW-END-DATE.
           move LM-DAILY-CAP to WS-NEW-CAP-OUT.
       2460-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2470-REJECT-SAVE
      *  THE LIMITS COULD NOT BE SAVED - THE CARD GOES ON THE TRAIL
      *  AS A REJECT AND THE RUN IS FAILED AT THE END.
      *-----------------------------------------------------------
       2470-REJECT-SAVE.
           move "LIMITS WRITE FAILED" to LA-NOTE.
           perform 2600-REJECT-TRANSACTION thru 2600-EXIT.
           add 1 to WS-SAVES-FAILED.
       2470-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2500-WRITE-AUDIT-LINE
      *  ONE LIMITS AUDIT RECORD - WHO RAN THE DECK, WHAT WAS DONE
      *  TO WHOSE LIMITS UNDER WHICH REFERENCE, AND THE LIMITS
      *  BEFORE AND AFTER.
      *-----------------------------------------------------------
       2500-WRITE-AUDIT-LINE.
           move WS-TODAY-DATE to LA-CHANGE-DATE.
           move WS-OPERATOR-ID to LA-CHANGED-BY.
           move LT-ACTION-CODE to LA-ACTION-CODE.
           move LT-CUSTOMER-ID to LA-CUSTOMER-ID.
           move LT-REFERENCE to LA-REFERENCE.
           move WS-OLD-LIMITS to LA-OLD-EXCLUSION.
           move WS-NEW-LIMITS to LA-NEW-EXCLUSION.
           write LIMIT-AUDIT-RECORD.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2600-REJECT-TRANSACTION
      *  MALFORMED OR OUT-OF-PLACE TRANSACTION - PUT IT ON THE
      *  TRAIL WITH THE REASON ALREADY SET BY THE CALLER, LIMITS
      *  LEFT UNTOUCHED.
      *-----------------------------------------------------------
       2600-REJECT-TRANSACTION.
           move spaces to WS-OLD-LIMITS.
           move spaces to WS-NEW-LIMITS.
           perform 2500-WRITE-AUDIT-LINE thru 2500-EXIT.
           add 1 to WS-TRANS-REJECTED.
       2600-EXIT.
           exit.

       2900-READ-TRANSACTION.
           read LIMIT-TRANSACTION-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       2900-EXIT.
           exit.

       9000-TERMINATE.
           display "Exclusions added:      " WS-EXCLUSIONS-ADDED
               upon console.
           display "Exclusions lifted:     " WS-EXCLUSIONS-LIFTED
               upon console.
           display "Daily caps set:        " WS-CAPS-SET
               upon console.
           display "Transactions rejected: " WS-TRANS-REJECTED
               upon console.
           display "Limits writes failed:  " WS-SAVES-FAILED
               upon console.
           evaluate true
               when WS-SAVES-FAILED > 0
                   move 16 to RETURN-CODE
               when WS-TRANS-REJECTED > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close LIMIT-TRANSACTION-FILE.
           close CUSTOMER-LIMITS-FILE.
           close CUSTOMER-MASTER.
           close LIMIT-AUDIT-FILE.
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
           compute RC-KEY-COUNT = WS-EXCLUSIONS-ADDED
               + WS-EXCLUSIONS-LIFTED + WS-CAPS-SET.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
