      *  ADULT-CHECK - ONE RECORD PER ACTUAL COUNTER VISIT, CAPTURED
      *  AT THE CANTEEN, SO DRINKS ARE DISPENSED AND COUNTED PER
      *  REAL VISIT INSTEAD OF ONCE PER CUSTOMER PER NIGHT FROM THE
      *  STANDING MASTER FLAG.  THE PRODUCT CODE SAYS WHICH DRINK
      *  ON THE DRINK-INVENTORY CATALOGUE WAS ASKED FOR - BLANK ON
      *  A TILL THAT SELLS ONLY THE HOUSE DRINK.  THE TILL ID SAYS
      *  WHICH TILL TOOK THE VISIT AND THE PAYMENT METHOD HOW IT WAS
      *  PAID FOR - PAYROLL DEDUCTION, CASH OR CARD.  BLANK MEANS
      *  PAYROLL, AS EVERY VISIT WAS BEFORE THE TILLS TOOK MONEY.
      *=================================================================
       01  VISIT-TRANSACTION-RECORD.
           05  VT-CUSTOMER-ID              PIC X(06).
           05  VT-VISIT-DATE               PIC X(08).
           05  VT-VISIT-TIME               PIC X(06).
           05  VT-PRODUCT-CODE             PIC X(04).
           05  VT-TILL-ID                  PIC X(04).
           05  VT-PAYMENT-METHOD           PIC X(01).
               88  VT-PAY-PAYROLL                      VALUE "P" " ".
               88  VT-PAY-CASH                         VALUE "C".
               88  VT-PAY-CARD                         VALUE "D".
               88  VT-PAY-VALID                 VALUE "P" " " "C" "D".
           05  FILLER                      PIC X(01).
