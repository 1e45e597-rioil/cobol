      *=================================================================
      *  PAYACK.CPY
      *  RECORD LAYOUT FOR THE PAYROLL ACKNOWLEDGEMENT FILE RETURNED
      *  BY THE PAYROLL SYSTEM AFTER IT HAS TAKEN THE MONTH'S
      *  CANTEEN DEDUCTIONS - ONE RECORD PER CUSTOMER DEDUCTED (OR
      *  NOT), WITH THE AMOUNT ACTUALLY TAKEN AND, WHEN THAT IS
      *  SHORT OF THE PAYDED AMOUNT SENT, PAYROLL'S REASON (LEAVER,
      *  UNPAID LEAVE, DEDUCTION CAP ...).  ANY ORDER - PAY-ACK
      *  SORTS IT BY CUSTOMER ID.
      *=================================================================
       01  PAYROLL-ACK-RECORD.
           05  PK-CUSTOMER-ID              PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PK-AMOUNT-DEDUCTED          PIC 9(06)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PK-SHORT-REASON             PIC X(20).
