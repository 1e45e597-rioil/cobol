      *                      recorded, and a checkpoint with no
      *                      matching unfinished run-status record
      *                      is ignored as stale.
      *  15/10/2026  rioil   drink-inventory is now a catalogue of
      *                      products keyed by product code, each
      *                      with its own price, stock and reorder
      *                      levels.  the visit names the product
      *                      (blank means the run-control default),
      *                      a product not on the catalogue is a
      *                      rejected visit, the dispense log carries
      *                      the product and charges its price, and
      *                      end of run decrements, reports, reorders
      *                      and ledgers each product separately.  a
      *                      restart in the visit pass rebuilds the
      *                      per-product counts from the dispense log
      *                      already written.
      *  15/10/2026  rioil   the reorder alert now raises a purchase
      *                      order - a product that falls below its
      *                      reorder point gets an open order for its
      *                      reorder quantity on the new open-orders
      *                      file, numbered from the file's control
      *                      record, unless an order for it is still
      *                      outstanding from an earlier night.
      *  15/10/2026  rioil   responsible-service limits - before a
      *                      drink is dispensed the customer is
      *                      checked against the new customer-limits
      *                      file.  a visit inside a self-exclusion
      *                      period is rejected "SELF-EXCLUDED", and
      *                      one past the customer's daily cap (or
      *                      the shop-wide cap on the run-control
      *                      file) is rejected "OVER DAILY CAP".
      *                      drinks are counted per customer per
      *                      visit date, and a restart in the visit
      *                      pass rebuilds the counts from the
      *                      dispense log already written.
      *  15/10/2026  rioil   carry the till ID and payment method
      *                      from the visit onto the dispense log
      *                      (blank method is payroll), and reject a
      *                      visit with any other method as "BAD PAY
      *                      METHOD" so till-cashup and cant-stmt
      *                      can trust the log.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   append the night's visit counts (read,
      *                      dispensed, declined, rejected, voucher)
      *                      to the new visit-statistics file at
      *                      terminate, so the daily kpi export can
      *                      report declined visits, which leave no
      *                      record on any other file.
      *  15/10/2026  rioil   a full product or daily-cap table no
      *                      longer stops the run where it stands -
      *                      it sets a switch, the passes stop, and
      *                      terminate closes everything, records
      *                      the failed end and keeps the checkpoint
      *                      so the rerun resumes.  the cap table
      *                      now only holds customers with a cap in
      *                      force.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRINK-INVENTORY ASSIGN TO "DRKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-PRODUCT-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT DRINK-STOCK-REPORT ASSIGN TO "DRKRPT"
               ORGANIZATION IS SEQUENTIAL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-CUSTOMER-ID
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT CUSTOMER-LIMITS-FILE ASSIGN TO "CUSTLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUSTOMER-ID
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT VISIT-STATISTICS-FILE ASSIGN TO "VISSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VISSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  CUSTOMER-MASTER.
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  DRINK-INVENTORY.
           COPY DRKINV.
        FD  DRINK-STOCK-REPORT
            LABEL RECORDS ARE STANDARD.
           COPY ACKCKP.
        FD  VOUCHER-MASTER.
           COPY VCHMST.
        FD  PURCHASE-ORDER-FILE.
           COPY POORD.
        FD  CUSTOMER-LIMITS-FILE.
           COPY CUSTLIM.
        FD  VISIT-STATISTICS-FILE
            LABEL RECORDS ARE STANDARD.
           COPY VISSTAT.
       WORKING-STORAGE SECTION.
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-CUSTOMER-MASTER value "Y".
               88 WS-TRAILER-SEEN value "Y".
           77 WS-CONTROL-ERROR-SWITCH pic X(01) value "N".
               88 WS-CONTROL-ERROR value "Y".
           77 WS-TABLE-FULL-SWITCH pic X(01) value "N".
               88 WS-TABLE-FULL value "Y".
           77 WS-DETAILS-READ pic 9(06) value 0.
           77 WS-TRAILER-COUNT pic 9(06) value 0.
           77 WS-REPORT-LINES pic 9(06) value 0.
           77 WS-VISITS-REJECTED pic 9(06) value 0.
           77 WS-VISITS-DECLINED pic 9(06) value 0.
           77 WS-DOB-CHECK-FLAG pic X(08).
           77 WS-CHECKPOINT-STATUS pic X(02) value "00".
           77 WS-RESTART-SWITCH pic X(01) value "N".
               88 WS-RESTART-ACTIVE value "Y".
           77 WS-VOUCHER-USED-SWITCH pic X(01) value "N".
               88 WS-VOUCHER-USED value "Y".
           77 WS-VOUCHER-DISPENSED pic 9(06) value 0.
           77 WS-CLOSING-QTY pic 9(06) value 0.
           77 WS-INV-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-INVENTORY value "Y".
           77 WS-DSPLOG-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-DISPENSE-LOG value "Y".
           77 WS-DEFAULT-PRODUCT pic X(04) value "0001".
           77 WS-PRODUCT-CODE pic X(04).
           77 WS-PRODUCT-FOUND-SWITCH pic X(01) value "N".
               88 WS-PRODUCT-FOUND value "Y".
           77 WS-PRODUCT-SUB pic 9(04) comp value 0.
           77 WS-PRODUCT-FOUND-SUB pic 9(04) comp value 0.
           77 WS-PRODUCT-COUNT pic 9(04) comp value 0.
           77 WS-PRODUCT-MAX pic 9(04) comp value 50.
           77 WS-PO-STATUS pic X(02) value "00".
           77 WS-PO-AVAILABLE-SWITCH pic X(01) value "N".
               88 WS-PO-AVAILABLE value "Y".
           77 WS-PO-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-PURCHASE-ORDERS value "Y".
           77 WS-POS-RAISED pic 9(04) value 0.
           77 WS-LIMITS-STATUS pic X(02) value "00".
           77 WS-LIMITS-AVAILABLE-SWITCH pic X(01) value "N".
               88 WS-LIMITS-AVAILABLE value "Y".
           77 WS-LIMIT-FOUND-SWITCH pic X(01) value "N".
               88 WS-LIMIT-FOUND value "Y".
           77 WS-LIMIT-REASON pic X(20) value spaces.
           77 WS-SHOP-DAILY-CAP pic 9(03) value 0.
           77 WS-CUSTOMER-CAP pic 9(03) value 0.
           77 WS-VISITS-EXCLUDED pic 9(06) value 0.
           77 WS-VISITS-CAPPED pic 9(06) value 0.
           77 WS-CAP-CUSTOMER-ID pic 9(06) value 0.
           77 WS-CAP-VISIT-DATE pic 9(08) value 0.
           77 WS-CAP-SUB pic 9(04) comp value 0.
           77 WS-CAP-FOUND-SUB pic 9(04) comp value 0.
           77 WS-CAP-COUNT pic 9(04) comp value 0.
           77 WS-CAP-MAX pic 9(04) comp value 5000.
           77 WS-VISSTAT-STATUS pic X(02) value "00".
           01 WS-CAP-TABLE.
               05 WS-CAP-ENTRY occurs 5000 times.
                   10 WS-CT-CUSTOMER-ID pic 9(06).
                   10 WS-CT-VISIT-DATE pic 9(08).
                   10 WS-CT-DRINKS pic 9(04) comp.
           01 WS-PRODUCT-TABLE.
               05 WS-PRODUCT-ENTRY occurs 50 times.
                   10 WS-PT-CODE pic X(04).
                   10 WS-PT-OPENING-QTY pic 9(06).
                   10 WS-PT-UNIT-PRICE pic 9(04)V99.
                   10 WS-PT-DISPENSED pic 9(06).
                   10 WS-PT-VOUCHER pic 9(06).
                   10 WS-PT-PO-SWITCH pic X(01).
                       88 WS-PT-PO-OUTSTANDING value "Y".
           77 WS-COMPUTED-AGE pic 9(03).
           01 WS-TODAY-DATE pic 9(08).
           01 WS-TODAY-DATE-FIELDS redefines WS-TODAY-DATE.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
           01 OPERATOR-PARM.
               05 OPERATOR-PARM-LENGTH pic S9(04) comp.
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-PROCESS-CUSTOMER thru 2000-EXIT
               until WS-EOF-CUSTOMER-MASTER
               or WS-TABLE-FULL.
           perform 3000-PROCESS-VISIT thru 3000-EXIT
               until WS-EOF-VISIT-FILE
               or WS-TABLE-FULL.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

           perform 1060-OPEN-DOB-MASTER thru 1060-EXIT.
           perform 1070-OPEN-DRINK-INVENTORY thru 1070-EXIT.
           perform 1075-OPEN-VOUCHER-MASTER thru 1075-EXIT.
           perform 1080-OPEN-PURCHASE-ORDERS thru 1080-EXIT.
           perform 1090-OPEN-CUSTOMER-LIMITS thru 1090-EXIT.
           if WS-RESTART-ACTIVE
               and WS-RESTART-PHASE-VISITS then
               perform 1550-RELOAD-PRODUCT-COUNTS thru 1550-EXIT
           end-if.
           open output DRINK-STOCK-REPORT.
           open input VISIT-TRANSACTION-FILE.
           if WS-RESTART-ACTIVE then
                           and RP-BUSINESS-DATE > 0
                           move RP-BUSINESS-DATE to WS-TODAY-DATE
                       end-if
                       if RP-DEFAULT-PRODUCT not = spaces
                           and RP-DEFAULT-PRODUCT not = low-values
                           move RP-DEFAULT-PRODUCT
                               to WS-DEFAULT-PRODUCT
                       end-if
                       if RP-DAILY-CAP is numeric
                           move RP-DAILY-CAP to WS-SHOP-DAILY-CAP
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               WS-MAX-PLAUSIBLE-AGE upon console.
           display "Business date in effect:       "
               WS-TODAY-DATE upon console.
           display "Default product in effect:     "
               WS-DEFAULT-PRODUCT upon console.
           display "Shop daily cap in effect:      "
               WS-SHOP-DAILY-CAP " (000 = no cap)" upon console.
       1045-EXIT.
           exit.

               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "ADULT-CHECK refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "CUSTOMER-MASTER BATCH" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1070-OPEN-DRINK-INVENTORY
      *  OPEN THE PRODUCT CATALOGUE I-O AND HOLD EVERY PRODUCT'S
      *  OPENING POSITION AND PRICE IN THE PRODUCT TABLE.  A
      *  MISSING OR EMPTY CATALOGUE MEANS NO TRACKING THIS RUN -
      *  DRINKS STILL GET DISPENSED, THE STOCK JUST IS NOT
      *  COUNTED, AND THE CONSOLE SAYS SO.
      *-----------------------------------------------------------
       1070-OPEN-DRINK-INVENTORY.
               move "N" to WS-INV-AVAILABLE-SWITCH
               display "Drink inventory not available - stock "
                   "not tracked this run" upon console
               go to 1070-EXIT
           end-if.
           move "Y" to WS-INV-OPEN-SWITCH.
           move low-values to DI-PRODUCT-CODE.
           start DRINK-INVENTORY key is not less than DI-PRODUCT-CODE
               invalid key
                   move "Y" to WS-INV-EOF-SWITCH
           end-start.
           perform 1071-LOAD-ONE-PRODUCT thru 1071-EXIT
               until WS-EOF-INVENTORY.
           if WS-PRODUCT-COUNT = 0 then
               move "N" to WS-INV-AVAILABLE-SWITCH
               display "Drink inventory file empty - stock "
                   "not tracked this run" upon console
           end-if.
       1070-EXIT.
           exit.

       1071-LOAD-ONE-PRODUCT.
           read DRINK-INVENTORY next record
               at end
                   move "Y" to WS-INV-EOF-SWITCH
                   go to 1071-EXIT
           end-read.
           if WS-PRODUCT-COUNT >= WS-PRODUCT-MAX then
               display "Product table full - raise "
                   "WS-PRODUCT-MAX and rerun" upon console
               move "Y" to WS-TABLE-FULL-SWITCH
               move "Y" to WS-INV-EOF-SWITCH
               go to 1071-EXIT
           end-if.
           add 1 to WS-PRODUCT-COUNT.
           move DI-PRODUCT-CODE to WS-PT-CODE(WS-PRODUCT-COUNT).
           move DI-ON-HAND-QTY to WS-PT-OPENING-QTY(WS-PRODUCT-COUNT).
           if DI-UNIT-PRICE is numeric
               move DI-UNIT-PRICE to WS-PT-UNIT-PRICE(WS-PRODUCT-COUNT)
           else
               move 0 to WS-PT-UNIT-PRICE(WS-PRODUCT-COUNT)
           end-if.
           move 0 to WS-PT-DISPENSED(WS-PRODUCT-COUNT).
           move 0 to WS-PT-VOUCHER(WS-PRODUCT-COUNT).
           move "N" to WS-PT-PO-SWITCH(WS-PRODUCT-COUNT).
       1071-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1075-OPEN-VOUCHER-MASTER
      *  OPEN THE VOUCHER FILE I-O FOR REDEMPTIONS.  NO FILE MEANS
       1075-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-OPEN-PURCHASE-ORDERS
      *  OPEN THE OPEN-ORDERS FILE I-O, BUILDING IT WITH ITS
      *  CONTROL RECORD THE FIRST TIME, AND MARK EVERY CATALOGUE
      *  PRODUCT THAT STILL HAS AN ORDER OUTSTANDING SO TONIGHT'S
      *  REORDER ALERT DOES NOT ORDER IT A SECOND TIME.  NO FILE
      *  MEANS THE ALERT STILL SHOWS ON THE STOCK REPORT BUT NO
      *  ORDER IS RAISED, AND THE CONSOLE SAYS SO.
      *-----------------------------------------------------------
       1080-OPEN-PURCHASE-ORDERS.
           if not WS-INV-AVAILABLE then
               go to 1080-EXIT
           end-if.
           open i-o PURCHASE-ORDER-FILE.
           if WS-PO-STATUS = "35" then
               open output PURCHASE-ORDER-FILE
               move spaces to PURCHASE-ORDER-RECORD
               move 0 to PO-NUMBER
               move 0 to PO-LAST-NUMBER-ISSUED
               write PURCHASE-ORDER-RECORD
               close PURCHASE-ORDER-FILE
               open i-o PURCHASE-ORDER-FILE
           end-if.
           if WS-PO-STATUS not = "00" then
               display "Open-orders file not available - status "
                   WS-PO-STATUS ", no purchase orders raised this run"
                   upon console
               go to 1080-EXIT
           end-if.
           move "Y" to WS-PO-AVAILABLE-SWITCH.
           move 1 to PO-NUMBER.
           start PURCHASE-ORDER-FILE key is not less than PO-NUMBER
               invalid key
                   move "Y" to WS-PO-EOF-SWITCH
           end-start.
           perform 1081-MARK-ONE-ORDER thru 1081-EXIT
               until WS-EOF-PURCHASE-ORDERS.
       1080-EXIT.
           exit.

       1081-MARK-ONE-ORDER.
           read PURCHASE-ORDER-FILE next record
               at end
                   move "Y" to WS-PO-EOF-SWITCH
                   go to 1081-EXIT
           end-read.
           if not PO-OUTSTANDING then
               go to 1081-EXIT
           end-if.
           move PO-PRODUCT-CODE to WS-PRODUCT-CODE.
           perform 3450-FIND-PRODUCT thru 3450-EXIT.
           if WS-PRODUCT-FOUND then
               move "Y" to WS-PT-PO-SWITCH(WS-PRODUCT-FOUND-SUB)
           end-if.
       1081-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1090-OPEN-CUSTOMER-LIMITS
      *  OPEN THE RESPONSIBLE-SERVICE LIMITS FOR LOOKUP.  LIMIT-
      *  MAINT OWNS THE FILE, SO THIS PROGRAM NEVER BUILDS ONE - NO
      *  FILE MEANS NO EXCLUSIONS AND ONLY THE SHOP-WIDE CAP, AND
      *  THE CONSOLE SAYS SO.
      *-----------------------------------------------------------
       1090-OPEN-CUSTOMER-LIMITS.
           open input CUSTOMER-LIMITS-FILE.
           if WS-LIMITS-STATUS = "00" then
               move "Y" to WS-LIMITS-AVAILABLE-SWITCH
           else
               display "Customer limits not available - status "
                   WS-LIMITS-STATUS ", shop daily cap only this run"
                   upon console
           end-if.
       1090-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1500-CHECK-FOR-RESTART
      *  IF A CHECKPOINT FROM A PRIOR, UNFINISHED RUN EXISTS, PICK
       1500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1550-RELOAD-PRODUCT-COUNTS
      *  A RESTART IN THE VISIT PASS HAS ALREADY DISPENSED DRINKS
      *  THE CHECKPOINT ONLY HOLDS AS ONE TOTAL - RE-READ THE
      *  DISPENSE LOG WRITTEN SO FAR TO PUT BACK EACH PRODUCT'S
      *  SHARE, SO THE END-OF-RUN DECREMENT STILL HITS THE RIGHT
      *  PRODUCTS, AND EACH CAPPED CUSTOMER'S DRINKS FOR THE DAY,
      *  SO THE DAILY CAP STILL HOLDS ACROSS THE RESTART.
      *-----------------------------------------------------------
       1550-RELOAD-PRODUCT-COUNTS.
           open input DISPENSE-LOG.
           perform 1560-RELOAD-ONE-DISPENSE thru 1560-EXIT
               until WS-EOF-DISPENSE-LOG.
           close DISPENSE-LOG.
       1550-EXIT.
           exit.

       1560-RELOAD-ONE-DISPENSE.
           read DISPENSE-LOG
               at end
                   move "Y" to WS-DSPLOG-EOF-SWITCH
                   go to 1560-EXIT
           end-read.
           move DG-CUSTOMER-ID to WS-CAP-CUSTOMER-ID.
           perform 3265-FIND-CUSTOMER-CAP thru 3265-EXIT.
           if WS-CUSTOMER-CAP > 0 then
               move DG-VISIT-DATE to WS-CAP-VISIT-DATE
               perform 3270-FIND-CAP-ENTRY thru 3270-EXIT
               if WS-TABLE-FULL then
                   move "Y" to WS-DSPLOG-EOF-SWITCH
                   go to 1560-EXIT
               end-if
               add 1 to WS-CT-DRINKS(WS-CAP-FOUND-SUB)
           end-if.
           if not WS-INV-AVAILABLE then
               go to 1560-EXIT
           end-if.
           move DG-PRODUCT-CODE to WS-PRODUCT-CODE.
           perform 3450-FIND-PRODUCT thru 3450-EXIT.
           if WS-PRODUCT-FOUND then
               add 1 to WS-PT-DISPENSED(WS-PRODUCT-FOUND-SUB)
               if DG-VOUCHER-DISPENSE
                   add 1 to WS-PT-VOUCHER(WS-PRODUCT-FOUND-SUB)
               end-if
           end-if.
       1560-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-PROCESS-CUSTOMER
      *  AGE-CHECK AND DRINK QUESTION FOR ONE ROSTER ENTRY.  ON A
                   move VT-CUSTOMER-ID to CM-CUSTOMER-ID
                   move "RESERVED CUST ID" to DX-REASON
                   perform 3300-REJECT-VISIT thru 3300-EXIT
               when not VT-PAY-VALID
                   move spaces to CUSTOMER-MASTER-RECORD
                   move VT-CUSTOMER-ID to CM-CUSTOMER-ID
                   move "BAD PAY METHOD" to DX-REASON
                   perform 3300-REJECT-VISIT thru 3300-EXIT
               when other
                   perform 3100-LOOK-UP-CUSTOMER thru 3100-EXIT
                   if WS-VISIT-FOUND then
                       perform 3300-REJECT-VISIT thru 3300-EXIT
                   end-if
           end-evaluate.
           if WS-TABLE-FULL then
               subtract 1 from WS-VISITS-READ
               go to 3000-EXIT
           end-if.
           move "V" to WS-CHECKPOINT-PHASE.
           perform 2800-WRITE-CHECKPOINT thru 2800-EXIT.
           perform 3900-READ-VISIT-FILE thru 3900-EXIT.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3150-RESOLVE-PRODUCT
      *  THE PRODUCT ASKED FOR ON THE VISIT, OR THE RUN-CONTROL
      *  DEFAULT WHEN THE TILL SENT NONE.  WITH NO CATALOGUE THIS
      *  RUN EVERY PRODUCT IS TAKEN AS FOUND - THE DRINK GOES OUT
      *  UNCHARGED AND UNCOUNTED, AS IT ALWAYS HAS WITHOUT STOCK.
      *-----------------------------------------------------------
       3150-RESOLVE-PRODUCT.
           if VT-PRODUCT-CODE = spaces
               or VT-PRODUCT-CODE = low-values then
               move WS-DEFAULT-PRODUCT to WS-PRODUCT-CODE
           else
               move VT-PRODUCT-CODE to WS-PRODUCT-CODE
           end-if.
           if WS-INV-AVAILABLE then
               perform 3450-FIND-PRODUCT thru 3450-EXIT
           else
               move "Y" to WS-PRODUCT-FOUND-SWITCH
               move 0 to WS-PRODUCT-FOUND-SUB
           end-if.
       3150-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3200-DISPENSE-VISIT
      *  THE VERIFICATION GATE FOR ONE VISIT - THE MASTER AGE MUST
      *  BE PLAUSIBLE AND ADULT AND THE DOB CROSS-CHECK MUST NOT
      *  CONTRADICT IT.  THE STANDING FLAG DECIDES THE DEFAULT:
      *  "y" DISPENSES AND LOGS, "n" DECLINES, ANYTHING ELSE IS
      *  THE SAME BAD-FLAG EXCEPTION THE ROSTER PASS LOGS.  A
      *  DRINK IS ONLY DISPENSED WITHIN THE CUSTOMER'S LIMITS AND
      *  FOR A PRODUCT ON THE CATALOGUE.
      *-----------------------------------------------------------
       3200-DISPENSE-VISIT.
           evaluate true
                   else
                       evaluate CM-DRINK-RESPONSE
                           when "y"
                               perform 3250-SERVE-DRINK
                                   thru 3250-EXIT
                           when "n"
                               add 1 to WS-VISITS-DECLINED
                           when other
       3200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3250-SERVE-DRINK
      *  A VERIFIED ADULT WHO TAKES A DRINK - REFUSE IT IF THE
      *  CUSTOMER IS SELF-EXCLUDED OR ALREADY AT THE DAILY CAP,
      *  OTHERWISE DISPENSE THE PRODUCT ASKED FOR.  A FULL CAP
      *  TABLE LEAVES THE VISIT UNTOUCHED FOR THE RERUN.
      *-----------------------------------------------------------
       3250-SERVE-DRINK.
           perform 3260-CHECK-LIMITS thru 3260-EXIT.
           if WS-TABLE-FULL then
               go to 3250-EXIT
           end-if.
           if WS-LIMIT-REASON not = spaces then
               move WS-LIMIT-REASON to DX-REASON
               perform 3300-REJECT-VISIT thru 3300-EXIT
               go to 3250-EXIT
           end-if.
           perform 3150-RESOLVE-PRODUCT thru 3150-EXIT.
           if not WS-PRODUCT-FOUND then
               move "PRODUCT NOT ON CATLG" to DX-REASON
               perform 3300-REJECT-VISIT thru 3300-EXIT
               go to 3250-EXIT
           end-if.
           perform 3400-WRITE-DISPENSE-LOG thru 3400-EXIT.
           if WS-CAP-FOUND-SUB > 0 then
               add 1 to WS-CT-DRINKS(WS-CAP-FOUND-SUB)
           end-if.
       3250-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3260-CHECK-LIMITS
      *  AN EXCLUSION COVERS THE VISIT WHEN THE VISIT DATE FALLS
      *  FROM ITS START TO ITS END INCLUSIVE (NO END DATE MEANS
      *  UNTIL LIFTED).  THE CAP IS THE CUSTOMER'S OWN, OR THE
      *  SHOP-WIDE ONE WHERE THE CUSTOMER HAS NONE; A ZERO CAP
      *  MEANS NO LIMIT.  DRINKS ALREADY HANDED OVER ARE COUNTED
      *  BY CUSTOMER AND VISIT DATE, VOUCHER DRINKS INCLUDED, BUT
      *  ONLY FOR A CUSTOMER WITH A CAP IN FORCE - WS-CAP-FOUND-SUB
      *  IS LEFT ZERO FOR EVERYONE ELSE.
      *-----------------------------------------------------------
       3260-CHECK-LIMITS.
           move spaces to WS-LIMIT-REASON.
           move 0 to WS-CAP-FOUND-SUB.
           move CM-CUSTOMER-ID to WS-CAP-CUSTOMER-ID.
           perform 3265-FIND-CUSTOMER-CAP thru 3265-EXIT.
           if WS-LIMIT-FOUND then
               if LM-SELF-EXCLUDED
                   and LM-EXCLUDE-START-DATE is numeric
                   and LM-EXCLUDE-END-DATE is numeric
                   and VT-VISIT-DATE >= LM-EXCLUDE-START-DATE
                   and (LM-EXCLUDE-END-DATE = 0
                       or VT-VISIT-DATE <= LM-EXCLUDE-END-DATE) then
                   move "SELF-EXCLUDED" to WS-LIMIT-REASON
                   add 1 to WS-VISITS-EXCLUDED
                   go to 3260-EXIT
               end-if
           end-if.
           if WS-CUSTOMER-CAP = 0 then
               go to 3260-EXIT
           end-if.
           move VT-VISIT-DATE to WS-CAP-VISIT-DATE.
           perform 3270-FIND-CAP-ENTRY thru 3270-EXIT.
           if WS-TABLE-FULL then
               go to 3260-EXIT
           end-if.
           if WS-CT-DRINKS(WS-CAP-FOUND-SUB)
               not < WS-CUSTOMER-CAP then
               move "OVER DAILY CAP" to WS-LIMIT-REASON
               add 1 to WS-VISITS-CAPPED
           end-if.
       3260-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3265-FIND-CUSTOMER-CAP
      *  THE LIMITS RECORD FOR WS-CAP-CUSTOMER-ID, LEFT IN THE
      *  RECORD AREA WHEN WS-LIMIT-FOUND, AND THE DAILY CAP IN
      *  FORCE FOR THE CUSTOMER IN WS-CUSTOMER-CAP.
      *-----------------------------------------------------------
       3265-FIND-CUSTOMER-CAP.
           move WS-SHOP-DAILY-CAP to WS-CUSTOMER-CAP.
           move "N" to WS-LIMIT-FOUND-SWITCH.
           if not WS-LIMITS-AVAILABLE then
               go to 3265-EXIT
           end-if.
           move WS-CAP-CUSTOMER-ID to LM-CUSTOMER-ID.
           read CUSTOMER-LIMITS-FILE
               invalid key
                   go to 3265-EXIT
           end-read.
           move "Y" to WS-LIMIT-FOUND-SWITCH.
           if LM-DAILY-CAP is numeric
               and LM-DAILY-CAP > 0 then
               move LM-DAILY-CAP to WS-CUSTOMER-CAP
           end-if.
       3265-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3270-FIND-CAP-ENTRY
      *  THE DAY'S DRINK COUNT FOR WS-CAP-CUSTOMER-ID ON
      *  WS-CAP-VISIT-DATE, ADDED AT ZERO THE FIRST TIME THE PAIR
      *  IS SEEN, WITH ITS SUBSCRIPT LEFT IN WS-CAP-FOUND-SUB.
      *-----------------------------------------------------------
       3270-FIND-CAP-ENTRY.
           move 0 to WS-CAP-FOUND-SUB.
           perform 3280-SCAN-ONE-CAP-ENTRY thru 3280-EXIT
               varying WS-CAP-SUB from 1 by 1
               until WS-CAP-SUB > WS-CAP-COUNT
               or WS-CAP-FOUND-SUB > 0.
           if WS-CAP-FOUND-SUB > 0 then
               go to 3270-EXIT
           end-if.
           if WS-CAP-COUNT >= WS-CAP-MAX then
               display "Daily cap table full - raise "
                   "WS-CAP-MAX and rerun" upon console
               move "Y" to WS-TABLE-FULL-SWITCH
               go to 3270-EXIT
           end-if.
           add 1 to WS-CAP-COUNT.
           move WS-CAP-CUSTOMER-ID to WS-CT-CUSTOMER-ID(WS-CAP-COUNT).
           move WS-CAP-VISIT-DATE to WS-CT-VISIT-DATE(WS-CAP-COUNT).
           move 0 to WS-CT-DRINKS(WS-CAP-COUNT).
           move WS-CAP-COUNT to WS-CAP-FOUND-SUB.
       3270-EXIT.
           exit.

       3280-SCAN-ONE-CAP-ENTRY.
           if WS-CT-CUSTOMER-ID(WS-CAP-SUB) = WS-CAP-CUSTOMER-ID
               and WS-CT-VISIT-DATE(WS-CAP-SUB) = WS-CAP-VISIT-DATE
               then
               move WS-CAP-SUB to WS-CAP-FOUND-SUB
           end-if.
       3280-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3300-REJECT-VISIT
      *  THE VISIT DID NOT END IN A DRINK - ONE DRINK-EXCEPTION
      *-----------------------------------------------------------
      *  3400-WRITE-DISPENSE-LOG
      *  ONE DRINK ACTUALLY HANDED OVER - ONE DISPENSE-LOG RECORD
      *  CARRYING THE VISIT DATE AND TIME AND THE PRODUCT, CHARGED
      *  AT THAT PRODUCT'S PRICE, AND ONE MORE ON THE PRODUCT'S
      *  DISPENSED COUNT THAT DRIVES ITS STOCK DECREMENT.
      *-----------------------------------------------------------
       3400-WRITE-DISPENSE-LOG.
           move CM-CUSTOMER-ID to DG-CUSTOMER-ID.
           move VT-VISIT-DATE to DG-VISIT-DATE.
           move VT-VISIT-TIME to DG-VISIT-TIME.
           move CM-NAME to DG-NAME.
           move WS-PRODUCT-CODE to DG-PRODUCT-CODE.
           move VT-TILL-ID to DG-TILL-ID.
           if VT-PAY-PAYROLL then
               move "P" to DG-PAYMENT-METHOD
           else
               move VT-PAYMENT-METHOD to DG-PAYMENT-METHOD
           end-if.
           perform 3500-REDEEM-VOUCHER thru 3500-EXIT.
           if WS-VOUCHER-USED then
               move 0 to DG-CHARGE-AMOUNT
               move "V" to DG-VOUCHER-FLAG
               add 1 to WS-VOUCHER-DISPENSED
               if WS-PRODUCT-FOUND-SUB > 0
                   add 1 to WS-PT-VOUCHER(WS-PRODUCT-FOUND-SUB)
               end-if
           else
               if WS-PRODUCT-FOUND-SUB > 0
                   move WS-PT-UNIT-PRICE(WS-PRODUCT-FOUND-SUB)
                       to DG-CHARGE-AMOUNT
               else
                   move 0 to DG-CHARGE-AMOUNT
               end-if
               move space to DG-VOUCHER-FLAG
           end-if.
           write DISPENSE-LOG-RECORD.
           add 1 to WS-DRINKS-DISPENSED.
           if WS-PRODUCT-FOUND-SUB > 0
               add 1 to WS-PT-DISPENSED(WS-PRODUCT-FOUND-SUB)
           end-if.
       3400-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3450-FIND-PRODUCT
      *  LOOK WS-PRODUCT-CODE UP IN THE PRODUCT TABLE LOADED FROM
      *  THE CATALOGUE, LEAVING ITS SUBSCRIPT IN
      *  WS-PRODUCT-FOUND-SUB.
      *-----------------------------------------------------------
       3450-FIND-PRODUCT.
           move "N" to WS-PRODUCT-FOUND-SWITCH.
           move 0 to WS-PRODUCT-FOUND-SUB.
           perform 3460-SCAN-ONE-PRODUCT thru 3460-EXIT
               varying WS-PRODUCT-SUB from 1 by 1
               until WS-PRODUCT-SUB > WS-PRODUCT-COUNT
               or WS-PRODUCT-FOUND.
       3450-EXIT.
           exit.

       3460-SCAN-ONE-PRODUCT.
           if WS-PT-CODE(WS-PRODUCT-SUB) = WS-PRODUCT-CODE then
               move "Y" to WS-PRODUCT-FOUND-SWITCH
               move WS-PRODUCT-SUB to WS-PRODUCT-FOUND-SUB
           end-if.
       3460-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3500-REDEEM-VOUCHER
      *  IF THE CUSTOMER HOLDS AN OPEN, UNEXPIRED BIRTHDAY VOUCHER,
      *  REPORT, OR LEDGER THE DISPENSE) A SECOND TIME ON
      *  RESTART.  IT IS ONLY CLEARED AFTER THE RUN-STATUS END IS
      *  RECORDED, SO NO CRASH WINDOW LEAVES AN OPEN RUN-STATUS
      *  RECORD WITH NO CHECKPOINT TO RESUME FROM.  A RUN STOPPED
      *  BY A FULL TABLE ONLY CLOSES UP AND RECORDS ITS FAILED END -
      *  NO TRAILER, NO STOCK DECREMENT, NO VISIT STATISTICS - AND
      *  KEEPS ITS CHECKPOINT, SO THE RERUN AFTER THE TABLE IS
      *  RAISED IS A RESTART FROM THE LAST VISIT COMPLETED.
      *-----------------------------------------------------------
       9000-TERMINATE.
           if WS-TABLE-FULL then
               display "Adult-check stopped on a full table - stock "
                   "not updated, rerun resumes from the checkpoint"
                   upon console
               move 16 to RETURN-CODE
               perform 9050-CLOSE-FILES thru 9050-EXIT
               perform 9900-REGISTER-RUN-END thru 9900-EXIT
               go to 9000-EXIT
           end-if.
           perform 9400-VALIDATE-MASTER-CONTROLS thru 9400-EXIT.
           if WS-RESTART-ACTIVE
               and WS-RESTART-PHASE-STOCK-DONE then
               upon console.
           display "Voucher dispenses: " WS-VOUCHER-DISPENSED
               upon console.
           display "Purchase orders raised: " WS-POS-RAISED
               upon console.
           display "Visits self-excluded: " WS-VISITS-EXCLUDED
               upon console.
           display "Visits over daily cap: " WS-VISITS-CAPPED
               upon console.
           perform 9560-WRITE-VISIT-STATISTICS thru 9560-EXIT.
           evaluate true
               when WS-CONTROL-ERROR
                   move 16 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate.
           perform 9050-CLOSE-FILES thru 9050-EXIT.
           perform 9900-REGISTER-RUN-END thru 9900-EXIT.
           perform 9600-CLEAR-CHECKPOINT thru 9600-EXIT.
       9000-EXIT.
           exit.

       9050-CLOSE-FILES.
           close CUSTOMER-MASTER.
           close AGE-VERIFICATION-REPORT.
           close AGE-EXCEPTION-FILE.
           if WS-VOUCHER-AVAILABLE then
               close VOUCHER-MASTER
           end-if.
           if WS-PO-AVAILABLE then
               close PURCHASE-ORDER-FILE
           end-if.
           if WS-LIMITS-AVAILABLE then
               close CUSTOMER-LIMITS-FILE
           end-if.
           close DRINK-STOCK-REPORT.
           close VISIT-TRANSACTION-FILE.
           close DISPENSE-LOG.
           close AUDIT-LOG-FILE.
       9050-EXIT.
           exit.

      *-----------------------------------------------------------

      *-----------------------------------------------------------
      *  9500-UPDATE-DRINK-INVENTORY
      *  FOR EVERY PRODUCT ON THE CATALOGUE, DECREMENT THE ON-HAND
      *  STOCK BY THE DRINKS OF THAT PRODUCT DISPENSED THIS RUN,
      *  REWRITE ITS CATALOGUE RECORD, WRITE ITS STOCK POSITION
      *  LINE, AND RAISE THE REORDER ALERT WHEN ITS ON-HAND FALLS
      *  BELOW ITS REORDER POINT SO PURCHASING GETS AN ORDER FROM
      *  THE SAME RUN THAT CONSUMED THE STOCK.
      *-----------------------------------------------------------
       9500-UPDATE-DRINK-INVENTORY.
           if not WS-INV-AVAILABLE then
               go to 9500-EXIT
           end-if.
           open extend DRINK-MOVEMENT-LEDGER.
           perform 9510-UPDATE-ONE-PRODUCT thru 9510-EXIT
               varying WS-PRODUCT-SUB from 1 by 1
               until WS-PRODUCT-SUB > WS-PRODUCT-COUNT.
           close DRINK-MOVEMENT-LEDGER.
       9500-EXIT.
           exit.

       9510-UPDATE-ONE-PRODUCT.
           move WS-PT-CODE(WS-PRODUCT-SUB) to DI-PRODUCT-CODE.
           read DRINK-INVENTORY
               invalid key
                   display "Product " WS-PT-CODE(WS-PRODUCT-SUB)
                       " left the catalogue during the run - "
                       "stock not updated" upon console
                   go to 9510-EXIT
           end-read.
           if WS-PT-DISPENSED(WS-PRODUCT-SUB)
               > WS-PT-OPENING-QTY(WS-PRODUCT-SUB) then
               display "Dispensed more of product "
                   WS-PT-CODE(WS-PRODUCT-SUB) " than was on hand - "
                   "stock floor set to zero" upon console
               move 0 to WS-CLOSING-QTY
           else
               compute WS-CLOSING-QTY =
                   WS-PT-OPENING-QTY(WS-PRODUCT-SUB)
                   - WS-PT-DISPENSED(WS-PRODUCT-SUB)
           end-if.
           move spaces to DRINK-STOCK-RECORD.
           move WS-PT-CODE(WS-PRODUCT-SUB) to DS-PRODUCT-CODE.
           move WS-PT-OPENING-QTY(WS-PRODUCT-SUB) to DS-OPENING-QTY.
           move WS-PT-DISPENSED(WS-PRODUCT-SUB) to DS-DISPENSED-QTY.
           move WS-CLOSING-QTY to DS-CLOSING-QTY.
           move DI-REORDER-POINT to DS-REORDER-POINT.
           move DI-REORDER-QTY to DS-REORDER-QTY.
           if WS-CLOSING-QTY < DI-REORDER-POINT then
               move "Y" to WS-REORDER-SWITCH
               move "REORDER" to DS-REORDER-FLAG
               display "Product " DI-PRODUCT-CODE " stock at "
                   WS-CLOSING-QTY " - below reorder point "
                   DI-REORDER-POINT ", reorder " DI-REORDER-QTY
                   upon console
               perform 9520-RAISE-PURCHASE-ORDER thru 9520-EXIT
           else
               move spaces to DS-REORDER-FLAG
           end-if.
           move WS-PT-VOUCHER(WS-PRODUCT-SUB) to DS-VOUCHER-QTY.
           write DRINK-STOCK-RECORD.
           move WS-CLOSING-QTY to DI-ON-HAND-QTY.
           rewrite DRINK-INVENTORY-RECORD.
           perform 9550-WRITE-LEDGER-ENTRY thru 9550-EXIT.
       9510-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9520-RAISE-PURCHASE-ORDER
      *  TAKE THE NEXT ORDER NUMBER FROM THE CONTROL RECORD AND
      *  WRITE AN OPEN ORDER FOR THE PRODUCT'S REORDER QUANTITY.
      *  THE CONTROL RECORD IS REWRITTEN BEFORE THE ORDER SO A
      *  NUMBER IS NEVER ISSUED TWICE.  A PRODUCT WITH AN ORDER
      *  STILL OUTSTANDING, OR WITH NO REORDER QUANTITY SET, IS
      *  LEFT FOR PURCHASING TO CHASE BY HAND.
      *-----------------------------------------------------------
       9520-RAISE-PURCHASE-ORDER.
           if not WS-PO-AVAILABLE then
               go to 9520-EXIT
           end-if.
           if WS-PT-PO-OUTSTANDING(WS-PRODUCT-SUB) then
               display "Product " DI-PRODUCT-CODE " already has an "
                   "order outstanding - no new order raised"
                   upon console
               go to 9520-EXIT
           end-if.
           if DI-REORDER-QTY not > 0 then
               display "Product " DI-PRODUCT-CODE " has no reorder "
                   "quantity set - no order raised" upon console
               go to 9520-EXIT
           end-if.
           move 0 to PO-NUMBER.
           read PURCHASE-ORDER-FILE
               invalid key
                   display "Open-orders control record missing - "
                       "no order raised for product " DI-PRODUCT-CODE
                       upon console
                   go to 9520-EXIT
           end-read.
           add 1 to PO-LAST-NUMBER-ISSUED.
           rewrite PURCHASE-ORDER-RECORD.
           move PO-LAST-NUMBER-ISSUED to PO-NUMBER.
           move spaces to PO-DETAIL-DATA.
           move DI-PRODUCT-CODE to PO-PRODUCT-CODE.
           move WS-TODAY-DATE to PO-RAISED-DATE.
           move DI-REORDER-QTY to PO-ORDERED-QTY.
           move 0 to PO-RECEIVED-QTY.
           move "O" to PO-STATUS.
           move 0 to PO-LAST-RECEIPT-DATE.
           write PURCHASE-ORDER-RECORD
               invalid key
                   display "Order " PO-NUMBER " already on file - "
                       "no order raised for product " DI-PRODUCT-CODE
                       upon console
                   go to 9520-EXIT
           end-write.
           move "Y" to WS-PT-PO-SWITCH(WS-PRODUCT-SUB).
           add 1 to WS-POS-RAISED.
           display "Purchase order " PO-NUMBER " raised for product "
               PO-PRODUCT-CODE " quantity " PO-ORDERED-QTY
               upon console.
       9520-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9550-WRITE-LEDGER-ENTRY
      *  ONE DISPENSE MOVEMENT ON THE SHARED DRINK-MOVEMENT-LEDGER
      *  PER PRODUCT THAT DISPENSED ANYTHING THIS RUN, CARRYING
      *  THE PRODUCT'S BALANCE AFTER THE DECREMENT - THE SAME
      *  LEDGER DRINK-POST FEEDS WITH RECEIPTS AND ADJUSTMENTS, SO
      *  A STOCK COUNT CAN BE WALKED BACK DAY BY DAY THROUGH EVERY
      *  MOVEMENT.
      *-----------------------------------------------------------
       9550-WRITE-LEDGER-ENTRY.
           if WS-PT-DISPENSED(WS-PRODUCT-SUB) = 0 then
               go to 9550-EXIT
           end-if.
           move spaces to DRINK-MOVEMENT-RECORD.
           move WS-TODAY-DATE to DL-MOVEMENT-DATE.
           move "DISPENSE" to DL-MOVEMENT-TYPE.
           move 0 to DL-IN-QTY.
           move WS-PT-DISPENSED(WS-PRODUCT-SUB) to DL-OUT-QTY.
           move WS-CLOSING-QTY to DL-BALANCE-QTY.
           move "NIGHTLY RUN" to DL-REFERENCE.
           move WS-PT-CODE(WS-PRODUCT-SUB) to DL-PRODUCT-CODE.
           write DRINK-MOVEMENT-RECORD.
       9550-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9560-WRITE-VISIT-STATISTICS
      *  ONE DATED RECORD OF THE NIGHT'S VISIT COUNTS FOR THE DAILY
      *  KPI EXPORT.  THE COUNTS ARE WHOLE-RUN FIGURES EVEN AFTER A
      *  RESTART, SINCE THEY ARE CARRIED ON THE CHECKPOINT.  A FILE
      *  THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
      *  RUN - THE KPI ROW SHOWS THE VISIT COLUMNS BLANK INSTEAD.
      *-----------------------------------------------------------
       9560-WRITE-VISIT-STATISTICS.
           open extend VISIT-STATISTICS-FILE.
           if WS-VISSTAT-STATUS = "35" then
               open output VISIT-STATISTICS-FILE
           end-if.
           if WS-VISSTAT-STATUS not = "00" then
               display "Visit statistics not written - status "
                   WS-VISSTAT-STATUS upon console
               go to 9560-EXIT
           end-if.
           move spaces to VISIT-STATISTICS-RECORD.
           move WS-TODAY-DATE to VS-BUSINESS-DATE.
           move WS-VISITS-READ to VS-VISITS-READ.
           move WS-DRINKS-DISPENSED to VS-VISITS-DISPENSED.
           move WS-VISITS-DECLINED to VS-VISITS-DECLINED.
           move WS-VISITS-REJECTED to VS-VISITS-REJECTED.
           move WS-VOUCHER-DISPENSED to VS-VOUCHER-DISPENSED.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to VS-WRITTEN-TIME.
           write VISIT-STATISTICS-RECORD.
           close VISIT-STATISTICS-FILE.
       9560-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9600-CLEAR-CHECKPOINT
      *  THE WHOLE RUN INCLUDING THE RUN-STATUS END IS ON FILE,
