      *=================================================================
      *  RCVREJ.CPY
      *  RECORD LAYOUT FOR THE RECEIPT-REJECTS LIST WRITTEN BY
      *  DRINK-POST - ONE RECORD PER DELIVERY THAT COULD NOT BE
      *  MATCHED TO AN OPEN PURCHASE ORDER, OR THAT WOULD TAKE AN
      *  ORDER PAST ITS ORDERED QUANTITY.  THE STOCK IS NOT
      *  TOUCHED; PURCHASING CHASES EVERY LINE WITH THE SUPPLIER
      *  BEFORE THE INVOICE IS PAID.
      *=================================================================
       01  RECEIPT-REJECT-RECORD.
           05  RJ-REJECT-DATE              PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RJ-PO-NUMBER                PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RJ-PRODUCT-CODE             PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RJ-QUANTITY                 PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RJ-REFERENCE                PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RJ-REASON                   PIC X(20).
