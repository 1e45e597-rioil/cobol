      *  TRANSACTION AND THE UNIT-PRICE CHARGE FOR THE DRINK, SO
      *  THE DISPENSED COUNTS THE STOCK AND MONEY ARE MANAGED BY
      *  COME FROM REAL VISITS AND CANT-STMT CAN BILL FROM THEM.
      *  THE PRODUCT CODE SAYS WHICH CATALOGUE DRINK WENT OUT AND
      *  WHOSE PRICE WAS CHARGED.  THE TILL ID AND PAYMENT METHOD
      *  COME FROM THE VISIT - ONLY PAYROLL-METHOD DISPENSES ARE
      *  BILLED BY CANT-STMT; CASH AND CARD ONES ARE BALANCED
      *  AGAINST THE TILL'S DECLARED TAKINGS BY TILL-CASHUP.  A
      *  BLANK METHOD (A LOG FROM BEFORE THE TILLS TOOK MONEY) IS
      *  PAYROLL.
      *=================================================================
       01  DISPENSE-LOG-RECORD.
           05  DG-CUSTOMER-ID              PIC 9(06).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  DG-VOUCHER-FLAG             PIC X(01).
               88  DG-VOUCHER-DISPENSE                 VALUE "V".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DG-PRODUCT-CODE             PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DG-TILL-ID                  PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DG-PAYMENT-METHOD           PIC X(01).
               88  DG-PAY-PAYROLL                      VALUE "P" " ".
               88  DG-PAY-CASH                         VALUE "C".
               88  DG-PAY-CARD                         VALUE "D".
