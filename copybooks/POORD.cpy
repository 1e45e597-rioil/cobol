      *=================================================================
      *  POORD.CPY
      *  RECORD LAYOUT FOR THE INDEXED OPEN-ORDERS FILE, KEYED BY
      *  PURCHASE-ORDER NUMBER - ONE RECORD PER ORDER RAISED BY
      *  ADULT-CHECK WHEN A PRODUCT'S STOCK FALLS BELOW ITS
      *  REORDER POINT, FOR THE PRODUCT'S STANDARD REORDER
      *  QUANTITY.  DRINK-POST MATCHES EVERY RECEIPT TO ITS ORDER
      *  AND MARKS THE ORDER PART- OR FULLY-RECEIVED, SO A
      *  DELIVERY NOBODY ORDERED IS REJECTED INSTEAD OF PAID FOR.
      *  RESERVED KEY 000000 IS THE CONTROL RECORD CARRYING THE
      *  LAST ORDER NUMBER ISSUED.
      *=================================================================
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER                   PIC 9(06).
               88  PO-CONTROL-RECORD                   VALUE 0.
           05  PO-DETAIL-DATA.
               10  PO-PRODUCT-CODE         PIC X(04).
               10  PO-RAISED-DATE          PIC 9(08).
               10  PO-ORDERED-QTY          PIC 9(06).
               10  PO-RECEIVED-QTY         PIC 9(06).
               10  PO-STATUS               PIC X(01).
                   88  PO-OPEN                         VALUE "O".
                   88  PO-PART-RECEIVED                VALUE "P".
                   88  PO-FULLY-RECEIVED               VALUE "F".
                   88  PO-OUTSTANDING                  VALUE "O" "P".
               10  PO-LAST-RECEIPT-DATE    PIC 9(08).
               10  FILLER                  PIC X(10).
           05  PO-CONTROL-DATA REDEFINES PO-DETAIL-DATA.
               10  PO-LAST-NUMBER-ISSUED   PIC 9(06).
               10  FILLER                  PIC X(37).
