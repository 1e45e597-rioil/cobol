      *=================================================================
      *  GLJRNL.CPY
      *  RECORD LAYOUT FOR THE MONTH-END GENERAL-LEDGER JOURNAL
      *  WRITTEN BY GL-JOURNAL - ONE RECORD PER JOURNAL LINE, EITHER
      *  A DEBIT OR A CREDIT TO ONE LEDGER ACCOUNT AND COST CENTRE,
      *  FOR FINANCE TO LOAD INTO THE LEDGER INSTEAD OF RE-KEYING
      *  THE STATEMENTS AND STOCK REPORT.  THE FILE IS ONLY WRITTEN
      *  WHEN ITS DEBITS AND CREDITS AGREE.  THE REFERENCE TIES THE
      *  LINE BACK TO THE STATEMENT RUN, VOUCHER PRODUCT OR STOCK
      *  MOVEMENT IT CAME FROM.
      *=================================================================
       01  GL-JOURNAL-RECORD.
           05  GJ-JOURNAL-DATE             PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  GJ-ACCOUNT                  PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  GJ-COST-CENTRE              PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  GJ-DEBIT-AMOUNT             PIC 9(08)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  GJ-CREDIT-AMOUNT            PIC 9(08)V99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  GJ-REFERENCE                PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  GJ-DESCRIPTION              PIC X(30).
