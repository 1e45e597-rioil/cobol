       IDENTIFICATION DIVISION.
        PROGRAM-ID. po-outstanding.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the outstanding-
      *                      orders report.  lists every purchase
      *                      order on the open-orders file still
      *                      open or only part-received more than
      *                      the given number of days after it was
      *                      raised - ordered, received and still to
      *                      come - so purchasing chases the
      *                      supplier before the shelf runs dry.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT OUTSTANDING-ORDER-REPORT ASSIGN TO "POOUTS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  PURCHASE-ORDER-FILE.
           COPY POORD.
        FD  OUTSTANDING-ORDER-REPORT
            LABEL RECORDS ARE STANDARD.
        01  OUTSTANDING-REPORT-LINE        PIC X(132).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-PO-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-PO-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-PURCHASE-ORDERS value "Y".
           77 WS-OPERATOR-ID pic X(08).
           01 WS-DAYS-IN pic X(03).
           01 WS-DAYS-N redefines WS-DAYS-IN pic 9(03).
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-TODAY-INTEGER pic 9(08) comp value 0.
           77 WS-RAISED-INTEGER pic 9(08) comp value 0.
           77 WS-DAYS-OPEN pic S9(08) comp value 0.
           77 WS-OUTSTANDING-QTY pic 9(06) value 0.
           77 WS-ORDERS-READ pic 9(05) value 0.
           77 WS-ORDERS-OPEN pic 9(05) value 0.
           77 WS-ORDERS-LATE pic 9(05) value 0.
           01 WS-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(30) value
                   "OUTSTANDING PURCHASE ORDERS".
               05 FILLER pic X(16) value "BUSINESS DATE".
               05 WS-H1-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(16) value "OPEN MORE THAN".
               05 WS-H1-DAYS pic ZZ9.
               05 FILLER pic X(05) value " DAYS".
               05 FILLER pic X(49) value spaces.
           01 WS-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(08) value "ORDER".
               05 FILLER pic X(09) value "PRODUCT".
               05 FILLER pic X(10) value "RAISED".
               05 FILLER pic X(07) value "DAYS".
               05 FILLER pic X(09) value "ORDERED".
               05 FILLER pic X(10) value "RECEIVED".
               05 FILLER pic X(13) value "OUTSTANDING".
               05 FILLER pic X(10) value "LAST RCPT".
               05 FILLER pic X(08) value "STATUS".
               05 FILLER pic X(47) value spaces.
           01 WS-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-DL-PO-NUMBER pic 9(06).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-PRODUCT pic X(04).
               05 FILLER pic X(05) value spaces.
               05 WS-DL-RAISED-DATE pic 9(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-DAYS-OPEN pic ZZZZ9.
               05 FILLER pic X(02) value spaces.
               05 WS-DL-ORDERED pic ZZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 WS-DL-RECEIVED pic ZZZZZ9.
               05 FILLER pic X(04) value spaces.
               05 WS-DL-OUTSTANDING pic ZZZZZ9.
               05 FILLER pic X(07) value spaces.
               05 WS-DL-LAST-RECEIPT pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-DL-STATUS pic X(08).
               05 FILLER pic X(47) value spaces.
           01 WS-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(16) value "ORDERS ON FILE".
               05 WS-TL-READ pic ZZZZ9.
               05 FILLER pic X(06) value spaces.
               05 FILLER pic X(16) value "STILL OPEN".
               05 WS-TL-OPEN pic ZZZZ9.
               05 FILLER pic X(06) value spaces.
               05 FILLER pic X(16) value "PAST THRESHOLD".
               05 WS-TL-LATE pic ZZZZ9.
               05 FILLER pic X(56) value spaces.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  ONE KEYED SWEEP OF THE OPEN-ORDERS FILE, PRINTING EVERY
      *  ORDER STILL OUTSTANDING PAST THE THRESHOLD.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           perform 2000-REPORT-ONE-ORDER thru 2000-EXIT
               until WS-EOF-PURCHASE-ORDERS.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, THEN THE NUMBER OF DAYS AN ORDER MAY
      *  STAY OPEN BEFORE IT IS REPORTED.  DAYS OPEN ARE MEASURED
      *  FROM THE RUN-CONTROL BUSINESS DATE.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           display "Days open before an order is reported?"
               upon console.
           accept WS-DAYS-IN from console.
           if WS-DAYS-IN is not numeric then
               display "Days open must be numeric" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           compute WS-TODAY-INTEGER =
               function integer-of-date(WS-TODAY-DATE).
           move WS-TODAY-DATE to WS-H1-DATE.
           move WS-DAYS-N to WS-H1-DAYS.
           open input PURCHASE-ORDER-FILE.
           if WS-PO-STATUS not = "00" then
               display "Open-orders file open failed - status "
                   WS-PO-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           open output OUTSTANDING-ORDER-REPORT.
           write OUTSTANDING-REPORT-LINE from WS-HEADING-1
               after advancing page.
           write OUTSTANDING-REPORT-LINE from WS-HEADING-2
               after advancing 2 lines.
           move spaces to OUTSTANDING-REPORT-LINE.
           write OUTSTANDING-REPORT-LINE after advancing 1 line.
           move 1 to PO-NUMBER.
           start PURCHASE-ORDER-FILE key is not less than PO-NUMBER
               invalid key
                   move "Y" to WS-PO-EOF-SWITCH
           end-start.
           if not WS-EOF-PURCHASE-ORDERS then
               perform 2900-READ-PURCHASE-ORDER thru 2900-EXIT
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
           move "PO-OUTSTANDING" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           move "OUTSTANDING ORDERS" to AL-KEY-INPUT.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

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
      *  2000-REPORT-ONE-ORDER
      *  A FULLY-RECEIVED ORDER IS DONE WITH.  AN OPEN OR PART-
      *  RECEIVED ONE GOES TO 2100 TO BE AGED.
      *-----------------------------------------------------------
       2000-REPORT-ONE-ORDER.
           add 1 to WS-ORDERS-READ.
           if PO-OUTSTANDING then
               add 1 to WS-ORDERS-OPEN
               perform 2100-AGE-OPEN-ORDER thru 2100-EXIT
           end-if.
           perform 2900-READ-PURCHASE-ORDER thru 2900-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2100-AGE-OPEN-ORDER
      *  PRINT THE ORDER ONCE IT HAS BEEN OPEN LONGER THAN THE
      *  THRESHOLD, WITH THE QUANTITY STILL TO COME.
      *-----------------------------------------------------------
       2100-AGE-OPEN-ORDER.
           move 0 to WS-DAYS-OPEN.
           if PO-RAISED-DATE is numeric
               and PO-RAISED-DATE > 0 then
               compute WS-RAISED-INTEGER =
                   function integer-of-date(PO-RAISED-DATE)
               compute WS-DAYS-OPEN =
                   WS-TODAY-INTEGER - WS-RAISED-INTEGER
           end-if.
           if WS-DAYS-OPEN not > WS-DAYS-N then
               go to 2100-EXIT
           end-if.
           move PO-NUMBER to WS-DL-PO-NUMBER.
           move PO-PRODUCT-CODE to WS-DL-PRODUCT.
           move PO-RAISED-DATE to WS-DL-RAISED-DATE.
           move WS-DAYS-OPEN to WS-DL-DAYS-OPEN.
           move PO-ORDERED-QTY to WS-DL-ORDERED.
           move PO-RECEIVED-QTY to WS-DL-RECEIVED.
           if PO-RECEIVED-QTY > PO-ORDERED-QTY then
               move 0 to WS-OUTSTANDING-QTY
           else
               compute WS-OUTSTANDING-QTY =
                   PO-ORDERED-QTY - PO-RECEIVED-QTY
           end-if.
           move WS-OUTSTANDING-QTY to WS-DL-OUTSTANDING.
           if PO-LAST-RECEIPT-DATE is numeric
               and PO-LAST-RECEIPT-DATE > 0 then
               move PO-LAST-RECEIPT-DATE to WS-DL-LAST-RECEIPT
           else
               move "NONE" to WS-DL-LAST-RECEIPT
           end-if.
           if PO-PART-RECEIVED then
               move "PART" to WS-DL-STATUS
           else
               move "OPEN" to WS-DL-STATUS
           end-if.
           write OUTSTANDING-REPORT-LINE from WS-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-ORDERS-LATE.
       2100-EXIT.
           exit.

       2900-READ-PURCHASE-ORDER.
           read PURCHASE-ORDER-FILE next record
               at end
                   move "Y" to WS-PO-EOF-SWITCH
           end-read.
       2900-EXIT.
           exit.

       9000-TERMINATE.
           move WS-ORDERS-READ to WS-TL-READ.
           move WS-ORDERS-OPEN to WS-TL-OPEN.
           move WS-ORDERS-LATE to WS-TL-LATE.
           write OUTSTANDING-REPORT-LINE from WS-TOTAL-LINE
               after advancing 2 lines.
           display "Orders on file:      " WS-ORDERS-READ
               upon console.
           display "Orders still open:   " WS-ORDERS-OPEN
               upon console.
           display "Past the threshold:  " WS-ORDERS-LATE
               upon console.
           if WS-ORDERS-LATE > 0 then
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close PURCHASE-ORDER-FILE.
           close OUTSTANDING-ORDER-REPORT.
           close AUDIT-LOG-FILE.
       9000-EXIT.
           exit.
