      *  RECORD LAYOUT FOR THE PAYROLL-DEDUCTION EXTRACT WRITTEN BY
      *  CANT-STMT AT MONTH END - ONE RECORD PER CUSTOMER WITH A
      *  CANTEEN BALANCE OWED, IN CUSTOMER-ID SEQUENCE FOR THE
      *  PAYROLL SYSTEM TO CONSUME.  THE AMOUNT IS THE WHOLE SUM TO
      *  DEDUCT - THE MONTH'S CHARGES PLUS ANY ARREARS BROUGHT
      *  FORWARD FROM THE CANTEEN ACCOUNT, WHICH IS ALSO SHOWN ON
      *  ITS OWN SO PAY-ACK CAN POST ONLY THE NEW CHARGES.
      *=================================================================
       01  PAYROLL-DEDUCTION-RECORD.
           05  PD-CUSTOMER-ID              PIC 9(06).
           05  PD-AMOUNT                   PIC 9(06)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PD-STATEMENT-DATE           PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PD-ARREARS-AMOUNT           PIC 9(06)V99.
