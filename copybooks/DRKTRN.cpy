      *  DRINK-POST - ONE RECEIPT (DELIVERY IN FROM PURCHASING) OR
      *  ADJUSTMENT (BREAKAGE OR STOCK-COUNT CORRECTION, UP OR
      *  DOWN) PER RECORD, WITH THE DELIVERY-NOTE OR COUNT-SHEET
      *  REFERENCE SO EVERY MOVEMENT CAN BE TRACED TO PAPER.  THE
      *  PRODUCT CODE NAMES THE CATALOGUE DRINK THE MOVEMENT IS FOR,
      *  AND A RECEIPT QUOTES THE PURCHASE-ORDER NUMBER IT DELIVERS
      *  AGAINST.
      *=================================================================
       01  DRINK-STOCK-TRANSACTION.
           05  DT-ACTION-CODE              PIC X(01).
           05  DT-QUANTITY-S REDEFINES DT-QUANTITY
                                           PIC S9(06).
           05  DT-REFERENCE                PIC X(12).
           05  DT-PRODUCT-CODE             PIC X(04).
           05  DT-PO-NUMBER                PIC X(06).
           05  DT-PO-NUMBER-N REDEFINES DT-PO-NUMBER
                                           PIC 9(06).
