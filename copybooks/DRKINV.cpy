      *=================================================================
      *  DRKINV.CPY
      *  RECORD LAYOUT FOR THE DRINK-INVENTORY PRODUCT CATALOGUE -
      *  ONE INDEXED RECORD PER DRINK THE CANTEEN SELLS, KEYED BY
      *  PRODUCT CODE.  EACH CARRIES ITS OWN ON-HAND STOCK
      *  POSITION, DECREMENTED BY ADULT-CHECK ONCE PER DRINK OF
      *  THAT PRODUCT DISPENSED, THE REORDER POINT AND STANDARD
      *  REORDER QUANTITY PURCHASING WORKS FROM, AND THE UNIT
      *  PRICE EACH DISPENSED DRINK IS CHARGED AT FOR THE MONTHLY
      *  CANTEEN STATEMENTS.
      *=================================================================
       01  DRINK-INVENTORY-RECORD.
           05  DI-PRODUCT-CODE             PIC X(04).
           05  DI-DESCRIPTION              PIC X(20).
           05  DI-ON-HAND-QTY              PIC 9(06).
           05  DI-REORDER-POINT            PIC 9(06).
           05  DI-REORDER-QTY              PIC 9(06).
