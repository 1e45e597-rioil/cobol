       IDENTIFICATION DIVISION.
        PROGRAM-ID. drink-maint.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - maintains the drink
      *                      catalogue that adult-check dispenses
      *                      from and drink-post receives stock into.
      *                      adds and changes come in on a
      *                      transaction deck and are applied to the
      *                      indexed catalogue by product code, and
      *                      every transaction (applied or rejected)
      *                      goes on a report recording who changed
      *                      which product's price and reorder
      *                      settings, before and after.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DRINK-MAINT-TRANSACTION-FILE ASSIGN TO "DRKMTRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRINK-INVENTORY ASSIGN TO "DRKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DI-PRODUCT-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT DRINK-MAINT-REPORT ASSIGN TO "DRKMRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  DRINK-MAINT-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DRKMTN.
        FD  DRINK-INVENTORY.
           COPY DRKINV.
        FD  DRINK-MAINT-REPORT
            LABEL RECORDS ARE STANDARD.
           COPY DRKMRP.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-INVENTORY-STATUS pic X(02) value "00".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-TRANSACTION value "Y".
           77 WS-FILE-ERROR-SWITCH pic X(01) value "N".
               88 WS-FILE-ERROR value "Y".
           77 WS-LOWER-CASE pic X(26)
               value "abcdefghijklmnopqrstuvwxyz".
           77 WS-UPPER-CASE pic X(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 WS-ADDS-APPLIED pic 9(05) value 0.
           77 WS-CHANGES-APPLIED pic 9(05) value 0.
           77 WS-TRANS-REJECTED pic 9(05) value 0.
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-OPERATOR-ID pic X(08).
           77 WS-TODAY-DATE pic 9(08) value 0.
           01 WS-OLD-SETTINGS.
               05 WS-OLD-UNIT-PRICE pic 9(04)V99.
               05 WS-OLD-REORDER-POINT pic 9(06).
               05 WS-OLD-REORDER-QTY pic 9(06).
           01 WS-NEW-SETTINGS.
               05 WS-NEW-UNIT-PRICE pic 9(04)V99.
               05 WS-NEW-REORDER-POINT pic 9(06).
               05 WS-NEW-REORDER-QTY pic 9(06).
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
      *  DIRECTLY TO THE INDEXED CATALOGUE BY PRODUCT CODE.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-APPLY-TRANSACTION thru 2000-EXIT
               until WS-EOF-TRANSACTION or WS-FILE-ERROR.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  OPEN THE CATALOGUE I-O, CREATING IT ON FIRST USE SO AN
      *  ALL-ADDS DECK CAN BUILD THE FILE FROM EMPTY.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           perform 1090-REGISTER-RUN-START thru 1090-EXIT.
           open input DRINK-MAINT-TRANSACTION-FILE.
           open i-o DRINK-INVENTORY.
           if WS-INVENTORY-STATUS = "35" then
               open output DRINK-INVENTORY
               close DRINK-INVENTORY
               open i-o DRINK-INVENTORY
           end-if.
           if WS-INVENTORY-STATUS not = "00" then
               display "DRINK-INVENTORY open failed - status "
                   WS-INVENTORY-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open output DRINK-MAINT-REPORT.
           perform 2900-READ-TRANSACTION thru 2900-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN, SO A PRICE CHANGE CAN BE TRACED BACK TO A SHIFT.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "DRINK-MAINT" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "DRINK CATALOGUE MAINT" to AL-KEY-INPUT.
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
           move "DRINK-MAINT" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "DRINK-MAINT already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "DRINK-MAINT refused - " WS-TODAY-DATE
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
      *  A CODE KEYED IN LOWER CASE STILL FINDS ITS PRODUCT.  A
      *  NON-BLANK PRICE OR REORDER FIELD MUST BE ALL DIGITS.
      *-----------------------------------------------------------
       2000-APPLY-TRANSACTION.
           move spaces to CR-OLD-SETTINGS.
           move spaces to CR-NEW-SETTINGS.
           inspect CT-PRODUCT-CODE
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           evaluate true
               when CT-PRODUCT-CODE = spaces
                   move "BLANK PRODUCT CODE" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when CT-UNIT-PRICE not = spaces
                   and CT-UNIT-PRICE is not numeric
                   move "BAD UNIT PRICE" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when CT-REORDER-POINT not = spaces
                   and CT-REORDER-POINT is not numeric
                   move "BAD REORDER POINT" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when CT-REORDER-QTY not = spaces
                   and CT-REORDER-QTY is not numeric
                   move "BAD REORDER QTY" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when CT-ACTION-ADD
                   perform 2100-ADD-PRODUCT thru 2100-EXIT
               when CT-ACTION-CHANGE
                   perform 2200-CHANGE-PRODUCT thru 2200-EXIT
               when other
                   move "BAD ACTION CODE" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
           end-evaluate.
           perform 2900-READ-TRANSACTION thru 2900-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-ADD-PRODUCT
      *  A NEW PRODUCT NEEDS A DESCRIPTION, A PRICE TO CHARGE IT AT
      *  AND A REORDER QUANTITY FOR PURCHASING TO ORDER IN.  A
      *  BLANK REORDER POINT IS ZERO - NO ALERT UNTIL ONE IS SET.
      *  IT STARTS WITH NO STOCK; THE FIRST DELIVERY IS POSTED BY
      *  DRINK-POST AGAINST ITS PURCHASE ORDER LIKE ANY OTHER.
      *-----------------------------------------------------------
       2100-ADD-PRODUCT.
           evaluate true
               when CT-DESCRIPTION = spaces
                   move "BLANK DESCRIPTION" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when CT-UNIT-PRICE = spaces
                   or CT-UNIT-PRICE-N = 0
                   move "NO UNIT PRICE" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when CT-REORDER-QTY = spaces
                   or CT-REORDER-QTY-N = 0
                   move "NO REORDER QTY" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when other
                   move spaces to DRINK-INVENTORY-RECORD
                   move CT-PRODUCT-CODE to DI-PRODUCT-CODE
                   move CT-DESCRIPTION to DI-DESCRIPTION
                   move 0 to DI-ON-HAND-QTY
                   move CT-UNIT-PRICE-N to DI-UNIT-PRICE
                   move 0 to DI-REORDER-POINT
                   if CT-REORDER-POINT not = spaces
                       move CT-REORDER-POINT-N to DI-REORDER-POINT
                   end-if
                   move CT-REORDER-QTY-N to DI-REORDER-QTY
                   write DRINK-INVENTORY-RECORD
                       invalid key
                           move "ALREADY ON CATALOGUE" to CR-NOTE
                           perform 2600-REJECT-TRANSACTION
                               thru 2600-EXIT
                       not invalid key
                           perform 2450-HOLD-NEW-SETTINGS
                               thru 2450-EXIT
                           move "ADDED" to CR-NOTE
                           perform 2500-WRITE-REPORT-LINE
                               thru 2500-EXIT
                           add 1 to WS-ADDS-APPLIED
                   end-write
           end-evaluate.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2200-CHANGE-PRODUCT
      *  APPLY NON-BLANK TRANSACTION FIELDS OVER THE CATALOGUE
      *  RECORD.  A NEW PRICE IS CHARGED FROM THE NEXT DRINK
      *  DISPENSED; DRINKS ALREADY ON THE DISPENSE LOG KEEP THE
      *  PRICE THEY WERE DISPENSED AT.  A REWRITE THE CATALOGUE
      *  REFUSES STOPS THE RUN.
      *-----------------------------------------------------------
       2200-CHANGE-PRODUCT.
           if CT-UNIT-PRICE not = spaces
               and CT-UNIT-PRICE-N = 0 then
               move "NO UNIT PRICE" to CR-NOTE
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               go to 2200-EXIT
           end-if.
           if CT-REORDER-QTY not = spaces
               and CT-REORDER-QTY-N = 0 then
               move "NO REORDER QTY" to CR-NOTE
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               go to 2200-EXIT
           end-if.
           move CT-PRODUCT-CODE to DI-PRODUCT-CODE.
           read DRINK-INVENTORY
               invalid key
                   move "NOT ON CATALOGUE" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   go to 2200-EXIT
           end-read.
           perform 2440-HOLD-OLD-SETTINGS thru 2440-EXIT.
           if CT-DESCRIPTION not = spaces then
               move CT-DESCRIPTION to DI-DESCRIPTION
           end-if.
           if CT-UNIT-PRICE not = spaces then
               move CT-UNIT-PRICE-N to DI-UNIT-PRICE
           end-if.
           if CT-REORDER-POINT not = spaces then
               move CT-REORDER-POINT-N to DI-REORDER-POINT
           end-if.
           if CT-REORDER-QTY not = spaces then
               move CT-REORDER-QTY-N to DI-REORDER-QTY
           end-if.
           rewrite DRINK-INVENTORY-RECORD
               invalid key
                   display "DRINK-INVENTORY rewrite failed for "
                       DI-PRODUCT-CODE " - status "
                       WS-INVENTORY-STATUS upon console
                   move "REWRITE FAILED" to CR-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
                   move "Y" to WS-FILE-ERROR-SWITCH
                   go to 2200-EXIT
           end-rewrite.
           perform 2450-HOLD-NEW-SETTINGS thru 2450-EXIT.
           move "CHANGED" to CR-NOTE.
           perform 2500-WRITE-REPORT-LINE thru 2500-EXIT.
           add 1 to WS-CHANGES-APPLIED.
       2200-EXIT.
           exit.

       2440-HOLD-OLD-SETTINGS.
           move DI-UNIT-PRICE to WS-OLD-UNIT-PRICE.
           move DI-REORDER-POINT to WS-OLD-REORDER-POINT.
           move DI-REORDER-QTY to WS-OLD-REORDER-QTY.
           move WS-OLD-SETTINGS to CR-OLD-SETTINGS.
       2440-EXIT.
           exit.

       2450-HOLD-NEW-SETTINGS.
           move DI-UNIT-PRICE to WS-NEW-UNIT-PRICE.
           move DI-REORDER-POINT to WS-NEW-REORDER-POINT.
           move DI-REORDER-QTY to WS-NEW-REORDER-QTY.
           move WS-NEW-SETTINGS to CR-NEW-SETTINGS.
       2450-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2500-WRITE-REPORT-LINE
      *  ONE CATALOGUE-CHANGE LINE - WHO RAN THE DECK, WHAT WAS
      *  DONE TO WHICH PRODUCT, AND ITS PRICE AND REORDER SETTINGS
      *  BEFORE AND AFTER.
      *-----------------------------------------------------------
       2500-WRITE-REPORT-LINE.
           move WS-TODAY-DATE to CR-CHANGE-DATE.
           move WS-OPERATOR-ID to CR-CHANGED-BY.
           move CT-ACTION-CODE to CR-ACTION-CODE.
           move CT-PRODUCT-CODE to CR-PRODUCT-CODE.
           write DRINK-MAINT-RECORD.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2600-REJECT-TRANSACTION
      *  MALFORMED OR OUT-OF-PLACE TRANSACTION - REPORT IT WITH THE
      *  REASON ALREADY SET BY THE CALLER, CATALOGUE LEFT UNTOUCHED.
      *-----------------------------------------------------------
       2600-REJECT-TRANSACTION.
           move WS-TODAY-DATE to CR-CHANGE-DATE.
           move WS-OPERATOR-ID to CR-CHANGED-BY.
           move CT-ACTION-CODE to CR-ACTION-CODE.
           move CT-PRODUCT-CODE to CR-PRODUCT-CODE.
           move spaces to CR-OLD-SETTINGS.
           move spaces to CR-NEW-SETTINGS.
           write DRINK-MAINT-RECORD.
           add 1 to WS-TRANS-REJECTED.
       2600-EXIT.
           exit.

       2900-READ-TRANSACTION.
           read DRINK-MAINT-TRANSACTION-FILE
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
           display "Transactions rejected: " WS-TRANS-REJECTED
               upon console.
           evaluate true
               when WS-FILE-ERROR
                   display "DRINK-MAINT stopped on a catalogue "
                       "error - rest of deck not applied"
                       upon console
                   move 16 to RETURN-CODE
               when WS-TRANS-REJECTED > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close DRINK-MAINT-TRANSACTION-FILE.
           close DRINK-INVENTORY.
           close DRINK-MAINT-REPORT.
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
               + WS-CHANGES-APPLIED.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
