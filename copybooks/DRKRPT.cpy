      *  DISPENSED, CLOSING STOCK AND THE REORDER ALERT PURCHASING
      *  ACTS ON.  THE VOUCHER QUANTITY SAYS HOW MANY OF THE
      *  DISPENSED DRINKS WENT OUT FREE ON BIRTHDAY VOUCHERS.
      *  ONE RECORD PER CATALOGUE PRODUCT.
      *=================================================================
       01  DRINK-STOCK-RECORD.
           05  DS-OPENING-QTY              PIC 9(06).
           05  DS-REORDER-FLAG             PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DS-VOUCHER-QTY              PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DS-PRODUCT-CODE             PIC X(04).
