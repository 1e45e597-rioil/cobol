      *                      existed) is normalized to S on the
      *                      cleaned file so sigma never has to
      *                      guess.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   check the requester code now on each
      *                      detail against the sigma-requester
      *                      registry - an unknown or inactive team,
      *                      or one past its monthly quota, drops
      *                      the card with its own reason.  the
      *                      team's month-to-date accepted and
      *                      rejected counts are kept on the
      *                      registry for the quota and the month-
      *                      end chargeback, and a rerun of the
      *                      same business date backs that day's
      *                      counts out first.  quota drops are a
      *                      policy decision, not a bad handoff, so
      *                      they are left out of the drop rate.
      *  15/10/2026  rioil   clear a team's day counts when it was
      *                      last counted on an earlier day, so a
      *                      rerun backs out that day's counts only.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SIGMA-EDIT-REPORT ASSIGN TO "SGMEDR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SIGMA-REQUESTER-FILE ASSIGN TO "SGMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-REQUESTER-CODE
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                   88  RR-OP-VALID                     VALUE "S" "Q"
                                                       "P" "A" " ".
                   88  RR-OP-DEFAULTED                 VALUE " ".
               10  RR-REQUESTER-CODE       PIC X(04).
               10  FILLER                  PIC X(05).
           05  RR-CONTROL-DATA REDEFINES RR-DETAIL-DATA.
               10  RR-FILE-DATE            PIC X(08).
               10  RR-RECORD-COUNT         PIC X(06).
        FD  SIGMA-EDIT-REPORT
            LABEL RECORDS ARE STANDARD.
           COPY SGMEDR.
        FD  SIGMA-REQUESTER-FILE.
           COPY SGMREG.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
           77 WS-REQUESTS-READ pic 9(06) value 0.
           77 WS-REQUESTS-KEPT pic 9(06) value 0.
           77 WS-REQUESTS-DROPPED pic 9(06) value 0.
           77 WS-REQUESTS-OVER-QUOTA pic 9(06) value 0.
           77 WS-RATE-DROPS pic 9(06) value 0.
           77 WS-REGISTRY-STATUS pic X(02) value "00".
           77 WS-REGISTRY-EOF-SWITCH pic X(01) value "N".
               88 WS-REGISTRY-EOF value "Y".
           77 WS-REQUESTER-SWITCH pic X(01) value "N".
               88 WS-REQUESTER-ON-FILE value "Y".
           77 WS-REGISTRY-RESETS pic 9(04) value 0.
           77 WS-SEEN-COUNT pic 9(04) comp value 0.
           77 WS-SEEN-MAX pic 9(04) comp value 5000.
           77 WS-SEEN-SUB pic 9(04) comp value 0.
           77 WS-DROP-RATE-PCT pic 9(03) value 0.
           77 WS-OPERATOR-ID pic X(08).
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-HEADER-SEEN-SWITCH pic X(01) value "N".
               88 WS-HEADER-SEEN value "Y".
           77 WS-TRAILER-SEEN-SWITCH pic X(01) value "N".
           77 WS-CONTROL-ERROR-SWITCH pic X(01) value "N".
               88 WS-CONTROL-ERROR value "Y".
           77 WS-TRAILER-COUNT pic 9(06) value 0.
           01 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-TODAY-FIELDS redefines WS-TODAY-DATE.
               05 WS-TODAY-YYYYMM pic 9(06).
               05 FILLER pic 9(02).
           01 WS-CLEAN-TRAILER.
               05 WS-CT-RECORD-TYPE pic X(01).
               05 WS-CT-FILE-DATE pic 9(08).
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open i-o SIGMA-REQUESTER-FILE.
           if WS-REGISTRY-STATUS not = "00" then
               display "SIGMA-REQUESTER registry open failed - status "
                   WS-REGISTRY-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           perform 1500-RESET-REGISTRY-COUNTS thru 1500-EXIT.
           open input RAW-REQUEST-FILE.
           open output CLEAN-REQUEST-FILE.
           open output SIGMA-EDIT-REPORT.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "SIGMA REQUEST EDIT" to AL-KEY-INPUT.
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
               display "SIGMA-EDIT refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
       1090-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1500-RESET-REGISTRY-COUNTS
      *  ONE SWEEP OF THE REGISTRY BEFORE ANY CARD IS EDITED.  A
      *  TEAM LAST COUNTED IN AN EARLIER MONTH STARTS THE MONTH
      *  AGAIN FROM ZERO; A TEAM ALREADY COUNTED FOR THIS BUSINESS
      *  DATE (A RERUN) HAS THAT DAY BACKED OUT, SO NO REQUEST IS
      *  COUNTED TWICE AGAINST THE QUOTA OR THE CHARGEBACK.  A TEAM
      *  LAST COUNTED ON AN EARLIER DAY OF THE MONTH HAS ITS DAY
      *  COUNTS CLEARED, SO A RERUN BACKS OUT THIS DAY ONLY.
      *-----------------------------------------------------------
       1500-RESET-REGISTRY-COUNTS.
           move "N" to WS-REGISTRY-EOF-SWITCH.
           move low-values to RG-REQUESTER-CODE.
           start SIGMA-REQUESTER-FILE
               key is not less than RG-REQUESTER-CODE
               invalid key
                   move "Y" to WS-REGISTRY-EOF-SWITCH
           end-start.
           perform 1550-RESET-ONE-REQUESTER thru 1550-EXIT
               until WS-REGISTRY-EOF.
           if WS-REGISTRY-RESETS > 0 then
               display "Requester counts reset or backed out: "
                   WS-REGISTRY-RESETS upon console
           end-if.
       1500-EXIT.
           exit.

       1550-RESET-ONE-REQUESTER.
           read SIGMA-REQUESTER-FILE next record
               at end
                   move "Y" to WS-REGISTRY-EOF-SWITCH
           end-read.
           if WS-REGISTRY-EOF then
               go to 1550-EXIT
           end-if.
           evaluate true
               when RG-COUNT-MONTH not = WS-TODAY-YYYYMM
                   move WS-TODAY-YYYYMM to RG-COUNT-MONTH
                   move 0 to RG-MONTH-ACCEPTED
                   move 0 to RG-MONTH-REJECTED
                   move 0 to RG-DAY-ACCEPTED
                   move 0 to RG-DAY-REJECTED
               when RG-LAST-EDIT-DATE = WS-TODAY-DATE
                   subtract RG-DAY-ACCEPTED from RG-MONTH-ACCEPTED
                   subtract RG-DAY-REJECTED from RG-MONTH-REJECTED
                   move 0 to RG-DAY-ACCEPTED
                   move 0 to RG-DAY-REJECTED
               when RG-DAY-ACCEPTED not = 0
                   or RG-DAY-REJECTED not = 0
                   move 0 to RG-DAY-ACCEPTED
                   move 0 to RG-DAY-REJECTED
               when other
                   go to 1550-EXIT
           end-evaluate.
           rewrite SIGMA-REQUESTER-RECORD.
           add 1 to WS-REGISTRY-RESETS.
       1550-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-EDIT-REQUEST
      *  DISPATCH ONE RAW RECORD BY TYPE - THE HEADER AND TRAILER
      *  DEPARTMENT CAN FIX THE RIGHT CARD.
      *-----------------------------------------------------------
       2000-EDIT-REQUEST.
           move "N" to WS-REQUESTER-SWITCH.
           evaluate true
               when RR-RECORD-TYPE = "H"
                   perform 2060-VALIDATE-HEADER thru 2060-EXIT

       2050-EDIT-DETAIL.
           add 1 to WS-REQUESTS-READ.
           perform 2300-FIND-REQUESTER thru 2300-EXIT.
           evaluate true
               when RR-REQUEST-ID is not numeric
                   move "NON-NUMERIC REQ ID" to SE-REASON
               when not RR-OP-VALID
                   move "BAD OPERATION CODE" to SE-REASON
                   perform 2600-DROP-REQUEST thru 2600-EXIT
               when not WS-REQUESTER-ON-FILE
                   move "UNKNOWN REQUESTER" to SE-REASON
                   perform 2600-DROP-REQUEST thru 2600-EXIT
               when not RG-ACTIVE
                   move "REQUESTER INACTIVE" to SE-REASON
                   perform 2600-DROP-REQUEST thru 2600-EXIT
               when other
                   perform 2100-CHECK-DUPLICATE thru 2100-EXIT
                   evaluate true
                       when WS-DUP-FOUND
                           move "DUPLICATE REQ ID" to SE-REASON
                           perform 2600-DROP-REQUEST thru 2600-EXIT
                       when not RG-NO-QUOTA
                           and RG-MONTH-ACCEPTED >= RG-MONTHLY-QUOTA
                           move "OVER MONTHLY QUOTA" to SE-REASON
                           add 1 to WS-REQUESTS-OVER-QUOTA
                           perform 2600-DROP-REQUEST thru 2600-EXIT
                       when other
                           perform 2200-KEEP-REQUEST thru 2200-EXIT
                   end-evaluate
           end-evaluate.
       2050-EXIT.
           exit.
           move RR-REQUEST-ID to WS-SEEN-ID(WS-SEEN-COUNT).
           write CLEAN-REQUEST-RECORD from RAW-REQUEST-RECORD.
           add 1 to WS-REQUESTS-KEPT.
           add 1 to RG-MONTH-ACCEPTED.
           add 1 to RG-DAY-ACCEPTED.
           perform 2350-REWRITE-REQUESTER thru 2350-EXIT.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2300-FIND-REQUESTER
      *  LOOK THE DETAIL'S REQUESTER CODE UP ON THE REGISTRY.  THE
      *  RECORD STAYS IN THE AREA FOR THE ACTIVE AND QUOTA TESTS
      *  AND FOR THE COUNT UPDATE WHEN THE CARD IS KEPT OR DROPPED.
      *-----------------------------------------------------------
       2300-FIND-REQUESTER.
           move "N" to WS-REQUESTER-SWITCH.
           if RR-REQUESTER-CODE = spaces then
               go to 2300-EXIT
           end-if.
           move RR-REQUESTER-CODE to RG-REQUESTER-CODE.
           read SIGMA-REQUESTER-FILE
               invalid key
                   move "N" to WS-REQUESTER-SWITCH
               not invalid key
                   move "Y" to WS-REQUESTER-SWITCH
           end-read.
       2300-EXIT.
           exit.

       2350-REWRITE-REQUESTER.
           move WS-TODAY-DATE to RG-LAST-EDIT-DATE.
           rewrite SIGMA-REQUESTER-RECORD
               invalid key
                   display "Requester count update failed for "
                       RG-REQUESTER-CODE upon console
           end-rewrite.
       2350-EXIT.
           exit.

       2600-DROP-REQUEST.
           move RR-REQUEST-ID to SE-REQUEST-ID.
           move RR-NUM to SE-NUM.
           move RR-REQUESTER-CODE to SE-REQUESTER-CODE.
           write SIGMA-EDIT-REPORT-RECORD.
           add 1 to WS-REQUESTS-DROPPED.
           if WS-REQUESTER-ON-FILE then
               add 1 to RG-MONTH-REJECTED
               add 1 to RG-DAY-REJECTED
               perform 2350-REWRITE-REQUESTER thru 2350-EXIT
           end-if.
       2600-EXIT.
           exit.

               upon console.
           display "Requests dropped: " WS-REQUESTS-DROPPED
               upon console.
           display "  over quota:     " WS-REQUESTS-OVER-QUOTA
               upon console.
           compute WS-RATE-DROPS =
               WS-REQUESTS-DROPPED - WS-REQUESTS-OVER-QUOTA.
           if WS-REQUESTS-READ > 0 then
               compute WS-DROP-RATE-PCT =
                   (WS-RATE-DROPS * 100) / WS-REQUESTS-READ
           else
               move 0 to WS-DROP-RATE-PCT
           end-if.
           close RAW-REQUEST-FILE.
           close CLEAN-REQUEST-FILE.
           close SIGMA-EDIT-REPORT.
           close SIGMA-REQUESTER-FILE.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
