      *=================================================================
      *  DRKMTN.CPY
      *  RECORD LAYOUT FOR THE DRINK CATALOGUE TRANSACTION FILE READ
      *  BY DRINK-MAINT - ONE ADD OR CHANGE REQUEST PER RECORD, KEYED
      *  BY PRODUCT CODE.  ON A CHANGE A BLANK FIELD MEANS "LEAVE
      *  AS IS".  THE PRICE IS KEYED WITH AN IMPLIED DECIMAL POINT
      *  (000150 = 1.50).  STOCK IS NEVER SET HERE - IT COMES IN ON
      *  DRINK-POST RECEIPTS AND ADJUSTMENTS.
      *=================================================================
       01  DRINK-MAINT-TRANSACTION-RECORD.
           05  CT-ACTION-CODE              PIC X(01).
               88  CT-ACTION-ADD                       VALUE "A".
               88  CT-ACTION-CHANGE                    VALUE "C".
           05  CT-PRODUCT-CODE             PIC X(04).
           05  CT-DESCRIPTION              PIC X(20).
           05  CT-UNIT-PRICE               PIC X(06).
           05  CT-UNIT-PRICE-N REDEFINES CT-UNIT-PRICE
                                           PIC 9(04)V99.
           05  CT-REORDER-POINT            PIC X(06).
           05  CT-REORDER-POINT-N REDEFINES CT-REORDER-POINT
                                           PIC 9(06).
           05  CT-REORDER-QTY              PIC X(06).
           05  CT-REORDER-QTY-N REDEFINES CT-REORDER-QTY
                                           PIC 9(06).
           05  FILLER                      PIC X(37).
