      *=================================================================
      *  KPIROW.CPY
      *  ONE ROW OF THE CUMULATIVE DAILY KPI FILE WRITTEN BY
      *  KPI-EXPORT - ONE COMMA-SEPARATED ROW PER BUSINESS DATE FOR
      *  THE SPREADSHEET THE CANTEEN MANAGER KEEPS.  THE COMMAS ARE
      *  FIXED IN POSITION SO THE FILE CAN ALSO BE READ BACK BY
      *  COLUMN.  A FIGURE THAT CANNOT BE FOUND FOR THE DATE (A FILE
      *  NOT RETAINED THAT FAR BACK) IS LEFT BLANK, NEVER ZERO.
      *  BALANCE IS PASS OR FAIL FROM THE NIGHT-BAL RUN; ELAPSED IS
      *  HH:MM:SS, THE SUM OF EACH FINISHED NIGHTLY RUN'S START TO
      *  END ON THE RUN-STATUS FILE - NOT THE SPAN FROM THE FIRST
      *  START TO THE LAST END, SO IDLE TIME BETWEEN JOBS IS NOT
      *  COUNTED.
      *=================================================================
       01  KPI-ROW-RECORD.
           05  KP-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-VISITS-READ              PIC X(06).
           05  KP-VISITS-READ-N REDEFINES KP-VISITS-READ
                                           PIC 9(06).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-DISPENSED                PIC X(06).
           05  KP-DISPENSED-N REDEFINES KP-DISPENSED
                                           PIC 9(06).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-DECLINED                 PIC X(06).
           05  KP-DECLINED-N REDEFINES KP-DECLINED
                                           PIC 9(06).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-REJECTED                 PIC X(06).
           05  KP-REJECTED-N REDEFINES KP-REJECTED
                                           PIC 9(06).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-VOUCHERS-REDEEMED        PIC X(06).
           05  KP-VOUCHERS-REDEEMED-N REDEFINES KP-VOUCHERS-REDEEMED
                                           PIC 9(06).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-REVENUE                  PIC X(10).
           05  KP-REVENUE-N REDEFINES KP-REVENUE
                                           PIC 9(07).99.
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-CLOSING-STOCK            PIC X(07).
           05  KP-CLOSING-STOCK-N REDEFINES KP-CLOSING-STOCK
                                           PIC 9(07).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-OPEN-EXCEPTIONS          PIC X(05).
           05  KP-OPEN-EXCEPTIONS-N REDEFINES KP-OPEN-EXCEPTIONS
                                           PIC 9(05).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-SIGMA-REQUESTS           PIC X(05).
           05  KP-SIGMA-REQUESTS-N REDEFINES KP-SIGMA-REQUESTS
                                           PIC 9(05).
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-BALANCE-RESULT           PIC X(04).
               88  KP-BALANCE-PASS                     VALUE "PASS".
               88  KP-BALANCE-FAIL                     VALUE "FAIL".
           05  FILLER                      PIC X(01)   VALUE ",".
           05  KP-ELAPSED-TIME             PIC X(08).
           05  KP-ELAPSED-PARTS REDEFINES KP-ELAPSED-TIME.
               10  KP-ELAPSED-HH           PIC 9(02).
               10  KP-ELAPSED-SEP-1        PIC X(01).
               10  KP-ELAPSED-MM           PIC 9(02).
               10  KP-ELAPSED-SEP-2        PIC X(01).
               10  KP-ELAPSED-SS           PIC 9(02).
           05  FILLER                      PIC X(44)   VALUE SPACES.
