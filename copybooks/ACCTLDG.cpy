      *=================================================================
      *  ACCTLDG.CPY
      *  RECORD LAYOUT FOR THE CANTEEN ACCOUNT LEDGER - ONE DATED
      *  RECORD PER POSTING TO A CUSTOMER'S CANTEEN ACCOUNT BY
      *  PAY-ACK: THE CHARGES BILLED ON THE PAYROLL-DEDUCTION
      *  EXTRACT (DEBIT) AND THE AMOUNT PAYROLL REPORTS IT TOOK
      *  (CREDIT), EACH CARRYING THE ACCOUNT BALANCE AFTER THE
      *  POSTING, SO A DISPUTED BALANCE CAN BE WALKED BACK MONTH
      *  BY MONTH.  THE REFERENCE IS THE STATEMENT DATE BILLED.
      *=================================================================
       01  ACCOUNT-LEDGER-RECORD.
           05  AT-POSTING-DATE             PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AT-CUSTOMER-ID              PIC 9(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AT-POSTING-TYPE             PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AT-DEBIT-AMOUNT             PIC 9(06)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AT-CREDIT-AMOUNT            PIC 9(06)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AT-BALANCE                  PIC S9(07)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AT-STATEMENT-DATE           PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AT-NOTE                     PIC X(20).
