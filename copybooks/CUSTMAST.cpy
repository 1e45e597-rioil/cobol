      *  RECORD COUNT), MAINTAINED BY CUST-MAINT AND ENROLL AND
      *  VALIDATED BY ADULT-CHECK SO A TRUNCATED OR STALE MASTER
      *  FAILS THE STEP LOUDLY INSTEAD OF SAILING ON.
      *  CM-DEPARTMENT HOLDS A DEPARTMENT CODE FROM THE DEPARTMENT
      *  MASTER (DEPTMST), LEFT-JUSTIFIED, CHECKED BY ENROLL AND
      *  CUST-MAINT; DEPT-CONVERT MAPPED THE OLD FREE TEXT ONTO IT.
      *=================================================================
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-ID              PIC 9(06).
