      *=================================================================
      *  CANACCT.CPY
      *  RECORD LAYOUT FOR THE INDEXED CANTEEN ACCOUNT MASTER, KEYED
      *  BY CUSTOMER ID - THE RUNNING BALANCE OF EVERY CUSTOMER'S
      *  CANTEEN ACCOUNT AS POSTED BY PAY-ACK: CHARGES BILLED ON
      *  THE PAYROLL-DEDUCTION EXTRACT LESS WHAT PAYROLL ACTUALLY
      *  COLLECTED.  A BALANCE LEFT OWING IS ARREARS, BROUGHT
      *  FORWARD ONTO THE NEXT MONTH'S CANT-STMT STATEMENT; THE
      *  ARREARS-SINCE DATE IS THE STATEMENT DATE THE ACCOUNT
      *  FIRST FELL BEHIND, AND GOES BACK TO ZERO WHEN IT IS
      *  CLEARED.  THE LAST-POSTED DATE STOPS ONE STATEMENT BEING
      *  RECONCILED TWICE.
      *=================================================================
       01  CANTEEN-ACCOUNT-RECORD.
           05  CA-CUSTOMER-ID              PIC 9(06).
           05  CA-NAME                     PIC X(30).
           05  CA-BALANCE                  PIC S9(07)V99.
           05  CA-ARREARS-SINCE            PIC 9(08).
           05  CA-LAST-POSTED-DATE         PIC 9(08).
           05  CA-LAST-BILLED              PIC 9(06)V99.
           05  CA-LAST-DEDUCTED            PIC 9(06)V99.
           05  CA-LAST-SHORT-REASON        PIC X(20).
           05  FILLER                      PIC X(10).
