      *                      business date (a second run posts the
      *                      same deliveries twice), and record the
      *                      end for the morning run-report.
      *  15/10/2026  rioil   post per product - drink-inventory is
      *                      now a catalogue keyed by product code.
      *                      each transaction names its product
      *                      (blank means the run-control default),
      *                      is applied to that product's on-hand
      *                      and rewritten at once, and the ledger
      *                      and posting report carry the product.
      *                      a product not on the catalogue is
      *                      rejected.
      *  15/10/2026  rioil   match every receipt to the purchase
      *                      order it quotes on the open-orders file
      *                      adult-check now raises - the order's
      *                      received quantity is brought up and it
      *                      is marked part- or fully-received.  a
      *                      receipt with no open order, for another
      *                      product, or past the ordered quantity
      *                      is rejected and also listed on the new
      *                      receipt-rejects file for purchasing.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   a catalogue or open-orders rewrite the
      *                      file refuses now rejects the card to
      *                      the posting report with no ledger entry
      *                      and ends the run rc 16, instead of
      *                      ledgering a movement that never reached
      *                      the stock position.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DRINK-TRANSACTION-FILE ASSIGN TO "DRKTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRINK-INVENTORY ASSIGN TO "DRKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DI-PRODUCT-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT DRINK-MOVEMENT-LEDGER ASSIGN TO "DRKLEDG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT RECEIPT-REJECT-FILE ASSIGN TO "RCVREJ"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD  DRINK-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DRKTRN.
        FD  DRINK-INVENTORY.
           COPY DRKINV.
        FD  DRINK-MOVEMENT-LEDGER
            LABEL RECORDS ARE STANDARD.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
        FD  PURCHASE-ORDER-FILE.
           COPY POORD.
        FD  RECEIPT-REJECT-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RCVREJ.
       WORKING-STORAGE SECTION.
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-TRANSACTION value "Y".
           77 WS-RECEIPTS-APPLIED pic 9(05) value 0.
           77 WS-ADJUSTS-APPLIED pic 9(05) value 0.
           77 WS-TRANS-REJECTED pic 9(05) value 0.
           77 WS-RECEIPTS-REJECTED pic 9(05) value 0.
           77 WS-REWRITES-FAILED pic 9(05) value 0.
           77 WS-REWRITE-SWITCH pic X(01) value "N".
               88 WS-REWRITE-FAILED value "Y".
           77 WS-PO-STATUS pic X(02) value "00".
           77 WS-PO-AVAILABLE-SWITCH pic X(01) value "N".
               88 WS-PO-AVAILABLE value "Y".
           77 WS-PO-MATCHED-SWITCH pic X(01) value "N".
               88 WS-PO-MATCHED value "Y".
           77 WS-DEFAULT-PRODUCT pic X(04) value "0001".
           77 WS-PRODUCT-CODE pic X(04).
           77 WS-PRODUCT-FOUND-SWITCH pic X(01) value "N".
               88 WS-PRODUCT-FOUND value "Y".
           77 WS-OPERATOR-ID pic X(08).
           01 WS-QTY-EDITED pic +9(06).
           01 WS-TIME-RAW pic 9(08).
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  THE PRODUCT CATALOGUE MUST BE THERE AND READABLE -
      *  POSTING AGAINST A MISSING STOCK POSITION IS HAND-EDITING
      *  WITH EXTRA STEPS, SO THAT FAILS THE RUN LOUDLY.
      *-----------------------------------------------------------
               close AUDIT-LOG-FILE
               goback
           end-if.
           open i-o PURCHASE-ORDER-FILE.
           if WS-PO-STATUS = "00" then
               move "Y" to WS-PO-AVAILABLE-SWITCH
           else
               display "Open-orders file not available - status "
                   WS-PO-STATUS ", every receipt will be rejected"
                   upon console
           end-if.
           open input DRINK-TRANSACTION-FILE.
           open extend DRINK-MOVEMENT-LEDGER.
           open output STOCK-POSTING-REPORT.
           open output RECEIPT-REJECT-FILE.
           perform 2900-READ-TRANSACTION thru 2900-EXIT.
       1000-EXIT.
           exit.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "STOCK RECEIPTS POSTING" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.
                           and RP-BUSINESS-DATE > 0
                           move RP-BUSINESS-DATE to WS-TODAY-DATE
                       end-if
                       if RP-DEFAULT-PRODUCT not = spaces
                           and RP-DEFAULT-PRODUCT not = low-values
                           move RP-DEFAULT-PRODUCT
                               to WS-DEFAULT-PRODUCT
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "DRINK-POST refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
      *  VALIDATE AND APPLY ONE MOVEMENT.  A RECEIPT MUST BE A
      *  POSITIVE QUANTITY; AN ADJUSTMENT MAY GO EITHER WAY BUT
      *  MUST NEVER TAKE THE ON-HAND POSITION NEGATIVE - A COUNT
      *  CORRECTION PAST ZERO IS A BAD CARD, NOT REALITY.  THE
      *  PRODUCT MUST BE ON THE CATALOGUE; ITS RECORD IS REWRITTEN
      *  AS SOON AS THE MOVEMENT IS APPLIED.  A RECEIPT MUST ALSO
      *  MATCH AN OPEN PURCHASE ORDER - SEE 2070.
      *-----------------------------------------------------------
       2000-POST-TRANSACTION.
           perform 2050-READ-PRODUCT thru 2050-EXIT.
           evaluate true
               when DT-QUANTITY-S is not numeric
                   move "NON-NUMERIC QTY" to DP-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when not WS-PRODUCT-FOUND
                   move "PRODUCT NOT ON CATLG" to DP-NOTE
                   perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               when DT-ACTION-RECEIPT
                   and DT-QUANTITY-S not > 0
                   move "RECEIPT NOT POSITIVE" to DP-NOTE
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2050-READ-PRODUCT
      *  FETCH THE CATALOGUE RECORD FOR THE TRANSACTION'S PRODUCT
      *  (THE RUN-CONTROL DEFAULT WHEN THE CARD NAMES NONE) AND
      *  HOLD ITS ON-HAND POSITION FOR THE POSTING.
      *-----------------------------------------------------------
       2050-READ-PRODUCT.
           move "N" to WS-PRODUCT-FOUND-SWITCH.
           move 0 to WS-ON-HAND-QTY.
           if DT-PRODUCT-CODE = spaces
               or DT-PRODUCT-CODE = low-values then
               move WS-DEFAULT-PRODUCT to WS-PRODUCT-CODE
           else
               move DT-PRODUCT-CODE to WS-PRODUCT-CODE
           end-if.
           move WS-PRODUCT-CODE to DI-PRODUCT-CODE.
           read DRINK-INVENTORY
               invalid key
                   go to 2050-EXIT
           end-read.
           move "Y" to WS-PRODUCT-FOUND-SWITCH.
           move DI-ON-HAND-QTY to WS-ON-HAND-QTY.
       2050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2070-MATCH-PURCHASE-ORDER
      *  A DELIVERY IS ONLY TAKEN INTO STOCK AGAINST THE ORDER IT
      *  QUOTES - THE ORDER MUST BE ON FILE, STILL OUTSTANDING, FOR
      *  THE SAME PRODUCT, AND HAVE ROOM LEFT FOR THE QUANTITY.
      *  ANYTHING ELSE IS A DELIVERY NOBODY ORDERED, AND THE REASON
      *  IS LEFT IN DP-NOTE FOR THE REJECT.
      *-----------------------------------------------------------
       2070-MATCH-PURCHASE-ORDER.
           move "N" to WS-PO-MATCHED-SWITCH.
           if not WS-PO-AVAILABLE then
               move "NO ORDER FILE" to DP-NOTE
               go to 2070-EXIT
           end-if.
           if DT-PO-NUMBER is not numeric
               or DT-PO-NUMBER-N = 0 then
               move "NO PO NUMBER" to DP-NOTE
               go to 2070-EXIT
           end-if.
           move DT-PO-NUMBER-N to PO-NUMBER.
           read PURCHASE-ORDER-FILE
               invalid key
                   move "PO NOT ON FILE" to DP-NOTE
                   go to 2070-EXIT
           end-read.
           if not PO-OUTSTANDING then
               move "NO OPEN PO" to DP-NOTE
               go to 2070-EXIT
           end-if.
           if PO-PRODUCT-CODE not = WS-PRODUCT-CODE then
               move "PO PRODUCT MISMATCH" to DP-NOTE
               go to 2070-EXIT
           end-if.
           if PO-RECEIVED-QTY + DT-QUANTITY-S > PO-ORDERED-QTY then
               move "OVER ORDERED QTY" to DP-NOTE
               go to 2070-EXIT
           end-if.
           move "Y" to WS-PO-MATCHED-SWITCH.
       2070-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-APPLY-RECEIPT
      *  TAKE A MATCHED DELIVERY INTO STOCK AND BRING ITS ORDER UP
      *  TO DATE - FULLY RECEIVED ONCE THE ORDERED QUANTITY IS IN,
      *  PART-RECEIVED UNTIL THEN.  AN UNMATCHED DELIVERY GOES TO
      *  THE RECEIPT-REJECTS LIST INSTEAD.  A REWRITE THE ORDER OR
      *  CATALOGUE FILE REFUSES IS REJECTED UNLEDGERED - SEE 2450.
      *-----------------------------------------------------------
       2100-APPLY-RECEIPT.
           perform 2070-MATCH-PURCHASE-ORDER thru 2070-EXIT.
           if not WS-PO-MATCHED then
               perform 2600-REJECT-TRANSACTION thru 2600-EXIT
               perform 2650-WRITE-RECEIPT-REJECT thru 2650-EXIT
               go to 2100-EXIT
           end-if.
           perform 2150-UPDATE-PURCHASE-ORDER thru 2150-EXIT.
           if WS-REWRITE-FAILED then
               move "PO REWRITE FAILED" to DP-NOTE
               perform 2450-REJECT-REWRITE thru 2450-EXIT
               go to 2100-EXIT
           end-if.
           add DT-QUANTITY-S to WS-ON-HAND-QTY.
           perform 2400-REWRITE-PRODUCT thru 2400-EXIT.
           if WS-REWRITE-FAILED then
               move "CATLG REWRITE FAILED" to DP-NOTE
               perform 2450-REJECT-REWRITE thru 2450-EXIT
               go to 2100-EXIT
           end-if.
           move "RECEIPT" to DL-MOVEMENT-TYPE.
           move DT-QUANTITY-S to DL-IN-QTY.
           move 0 to DL-OUT-QTY.
       2100-EXIT.
           exit.

       2150-UPDATE-PURCHASE-ORDER.
           move "N" to WS-REWRITE-SWITCH.
           add DT-QUANTITY-S to PO-RECEIVED-QTY.
           if PO-RECEIVED-QTY = PO-ORDERED-QTY then
               move "F" to PO-STATUS
           else
               move "P" to PO-STATUS
           end-if.
           move WS-TODAY-DATE to PO-LAST-RECEIPT-DATE.
           rewrite PURCHASE-ORDER-RECORD
               invalid key
                   display "Open-orders rewrite failed for order "
                       PO-NUMBER " - status " WS-PO-STATUS
                       upon console
                   move "Y" to WS-REWRITE-SWITCH
           end-rewrite.
       2150-EXIT.
           exit.

       2200-APPLY-ADJUSTMENT.
           add DT-QUANTITY-S to WS-ON-HAND-QTY.
           perform 2400-REWRITE-PRODUCT thru 2400-EXIT.
           if WS-REWRITE-FAILED then
               move "CATLG REWRITE FAILED" to DP-NOTE
               perform 2450-REJECT-REWRITE thru 2450-EXIT
               go to 2200-EXIT
           end-if.
           move "ADJUST" to DL-MOVEMENT-TYPE.
           if DT-QUANTITY-S < 0 then
               move 0 to DL-IN-QTY
       2200-EXIT.
           exit.

       2400-REWRITE-PRODUCT.
           move "N" to WS-REWRITE-SWITCH.
           move WS-ON-HAND-QTY to DI-ON-HAND-QTY.
           rewrite DRINK-INVENTORY-RECORD
               invalid key
                   display "Catalogue rewrite failed for product "
                       DI-PRODUCT-CODE " - status "
                       WS-INVENTORY-STATUS upon console
                   move "Y" to WS-REWRITE-SWITCH
           end-rewrite.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2450-REJECT-REWRITE
      *  THE MOVEMENT NEVER REACHED THE FILE, SO IT IS NOT LEDGERED
      *  - THE CARD GOES ON THE POSTING REPORT WITH THE REASON SET
      *  BY THE CALLER, AND THE RUN ENDS RC 16 FOR THE FILE TO BE
      *  LOOKED AT.  A RECEIPT WHOSE ORDER WAS BROUGHT UP BUT WHOSE
      *  STOCK WAS NOT NEEDS THE ORDER PUT BACK BY HAND BEFORE THE
      *  CARD IS REPOSTED.
      *-----------------------------------------------------------
       2450-REJECT-REWRITE.
           perform 2600-REJECT-TRANSACTION thru 2600-EXIT.
           add 1 to WS-REWRITES-FAILED.
       2450-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2500-WRITE-LEDGER-ENTRY
      *  ONE DATED LEDGER RECORD PER MOVEMENT, CARRYING THE ON-HAND
           move WS-TODAY-DATE to DL-MOVEMENT-DATE.
           move WS-ON-HAND-QTY to DL-BALANCE-QTY.
           move DT-REFERENCE to DL-REFERENCE.
           move WS-PRODUCT-CODE to DL-PRODUCT-CODE.
           write DRINK-MOVEMENT-RECORD.
       2500-EXIT.
           exit.
           move DT-REFERENCE to DP-REFERENCE.
           move WS-ON-HAND-QTY to WS-QTY-EDITED.
           move WS-QTY-EDITED(2:6) to DP-BALANCE-QTY.
           move WS-PRODUCT-CODE to DP-PRODUCT-CODE.
           write STOCK-POSTING-RECORD.
       2550-EXIT.
           exit.
           move DT-QUANTITY to DP-QUANTITY.
           move DT-REFERENCE to DP-REFERENCE.
           move spaces to DP-BALANCE-QTY.
           move WS-PRODUCT-CODE to DP-PRODUCT-CODE.
           write STOCK-POSTING-RECORD.
           add 1 to WS-TRANS-REJECTED.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2650-WRITE-RECEIPT-REJECT
      *  LIST AN UNMATCHED DELIVERY FOR PURCHASING TO CHASE WITH
      *  THE SUPPLIER, WITH THE SAME REASON AS THE POSTING REPORT.
      *-----------------------------------------------------------
       2650-WRITE-RECEIPT-REJECT.
           move WS-TODAY-DATE to RJ-REJECT-DATE.
           move DT-PO-NUMBER to RJ-PO-NUMBER.
           move WS-PRODUCT-CODE to RJ-PRODUCT-CODE.
           move DT-QUANTITY to RJ-QUANTITY.
           move DT-REFERENCE to RJ-REFERENCE.
           move DP-NOTE to RJ-REASON.
           write RECEIPT-REJECT-RECORD.
           add 1 to WS-RECEIPTS-REJECTED.
       2650-EXIT.
           exit.

       2900-READ-TRANSACTION.
           read DRINK-TRANSACTION-FILE
               at end
           exit.

       9000-TERMINATE.
           display "Receipts applied:      " WS-RECEIPTS-APPLIED
               upon console.
           display "Adjustments applied:   " WS-ADJUSTS-APPLIED
               upon console.
           display "Transactions rejected: " WS-TRANS-REJECTED
               upon console.
           display "Receipts off order:    " WS-RECEIPTS-REJECTED
               upon console.
           display "Rewrites failed:       " WS-REWRITES-FAILED
               upon console.
           evaluate true
               when WS-REWRITES-FAILED > 0
                   move 16 to RETURN-CODE
               when WS-TRANS-REJECTED > 0
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           close DRINK-TRANSACTION-FILE.
           close DRINK-INVENTORY.
           close DRINK-MOVEMENT-LEDGER.
           close STOCK-POSTING-REPORT.
           close RECEIPT-REJECT-FILE.
           if WS-PO-AVAILABLE then
               close PURCHASE-ORDER-FILE
           end-if.
           close AUDIT-LOG-FILE.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
       9000-EXIT.
