       IDENTIFICATION DIVISION.
        PROGRAM-ID. personal-data.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - personal data held
      *                      on a person, for data protection.  mode
      *                      S takes a customer id and prints one
      *                      subject-access report of everything
      *                      held about the person: the customer
      *                      master, date of birth, voucher, every
      *                      dispense-log visit, age and drink
      *                      exceptions and payroll deductions.
      *                      mode P purges leavers: log records
      *                      dated before the retention cut-off
      *                      (run-control retention months before
      *                      the business date) come off the
      *                      dispense log, age and drink exception
      *                      logs and payroll deductions, and the
      *                      leaver's dob-master and voucher-master
      *                      records go too, and a purge certificate
      *                      lists what was removed.
      *  15/10/2026  rioil   refuse to start on a non-working day -
      *                      run-status now answers "12" from the
      *                      business calendar unless the date
      *                      carries a run override.
      *  15/10/2026  rioil   cover the files added since - the
      *                      customer-master change journal, the
      *                      canteen account master and ledger, and
      *                      the customer limits and their audit
      *                      trail are reported on a subject access
      *                      and purged for leavers the same way.  a
      *                      leaver's account is kept while it still
      *                      carries a balance.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DOB-MASTER ASSIGN TO "DOBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CUSTOMER-ID
               FILE STATUS IS WS-DOB-STATUS.
           SELECT VOUCHER-MASTER ASSIGN TO "VCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-CUSTOMER-ID
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT HR-EXTRACT-FILE ASSIGN TO "HREXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HREXTR-STATUS.
           SELECT DISPENSE-LOG-FILE ASSIGN TO "DSPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPLOG-STATUS.
           SELECT NEW-DISPENSE-LOG-FILE ASSIGN TO "DSPNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGE-EXCEPTION-FILE ASSIGN TO "AGEEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEEXC-STATUS.
           SELECT NEW-AGE-EXCEPTION-FILE ASSIGN TO "AGENEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRINK-EXCEPTION-LOG ASSIGN TO "DRNKEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRNKEXC-STATUS.
           SELECT NEW-DRINK-EXCEPTION-LOG ASSIGN TO "DRKNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYROLL-DEDUCTION-FILE ASSIGN TO "PAYDED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYDED-STATUS.
           SELECT NEW-PAYROLL-DEDUCTION-FILE ASSIGN TO "PAYNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUST-JOURNAL-FILE ASSIGN TO "CUSTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRN-STATUS.
           SELECT NEW-CUST-JOURNAL-FILE ASSIGN TO "JRNNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTLDG-STATUS.
           SELECT NEW-ACCOUNT-LEDGER-FILE ASSIGN TO "ALDNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIMIT-AUDIT-FILE ASSIGN TO "LIMAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMAUDT-STATUS.
           SELECT NEW-LIMIT-AUDIT-FILE ASSIGN TO "LMANEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CANTEEN-ACCOUNT-FILE ASSIGN TO "CANACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER-ID
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT CUSTOMER-LIMITS-FILE ASSIGN TO "CUSTLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTLIM-STATUS.
           SELECT SUBJECT-ACCESS-REPORT ASSIGN TO "SARRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PURGE-CERTIFICATE ASSIGN TO "PRGCERT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
        FD  DOB-MASTER.
           COPY DOBMST.
        FD  VOUCHER-MASTER.
           COPY VCHMST.
        FD  HR-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
           COPY HREXTR.
        FD  DISPENSE-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY DSPLOG.
        FD  NEW-DISPENSE-LOG-FILE
            LABEL RECORDS ARE STANDARD.
        01  NEW-DISPENSE-LOG-RECORD        PIC X(81).
        FD  AGE-EXCEPTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AGEEXC.
        FD  NEW-AGE-EXCEPTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  NEW-AGE-EXCEPTION-RECORD       PIC X(97).
        FD  DRINK-EXCEPTION-LOG
            LABEL RECORDS ARE STANDARD.
           COPY DRNKEXC.
        FD  NEW-DRINK-EXCEPTION-LOG
            LABEL RECORDS ARE STANDARD.
        01  NEW-DRINK-EXCEPTION-RECORD     PIC X(95).
        FD  PAYROLL-DEDUCTION-FILE
            LABEL RECORDS ARE STANDARD.
           COPY PAYDED.
        FD  NEW-PAYROLL-DEDUCTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  NEW-PAYROLL-DEDUCTION-RECORD   PIC X(75).
        FD  CUST-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY CUSTJRN.
        FD  NEW-CUST-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
        01  NEW-CUST-JOURNAL-RECORD        PIC X(183).
        FD  ACCOUNT-LEDGER-FILE
            LABEL RECORDS ARE STANDARD.
           COPY ACCTLDG.
        FD  NEW-ACCOUNT-LEDGER-FILE
            LABEL RECORDS ARE STANDARD.
        01  NEW-ACCOUNT-LEDGER-RECORD      PIC X(89).
        FD  LIMIT-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
           COPY LMAUDT.
        FD  NEW-LIMIT-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  NEW-LIMIT-AUDIT-RECORD         PIC X(109).
        FD  CANTEEN-ACCOUNT-FILE.
           COPY CANACCT.
        FD  CUSTOMER-LIMITS-FILE.
           COPY CUSTLIM.
        FD  SUBJECT-ACCESS-REPORT
            LABEL RECORDS ARE STANDARD.
        01  SUBJECT-ACCESS-LINE            PIC X(132).
        FD  PURGE-CERTIFICATE
            LABEL RECORDS ARE STANDARD.
        01  PURGE-CERTIFICATE-LINE         PIC X(132).
        SD  SORT-WORK-FILE.
        01  SORT-WORK-RECORD.
           05  SRT-CUSTOMER-ID             PIC 9(06).
           05  SRT-SOURCE                  PIC X(08).
           05  SRT-RECORD-DATE             PIC 9(08).
        FD  AUDIT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.
        FD  RUN-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           77 WS-CUSTMAST-STATUS pic X(02) value "00".
           77 WS-DOB-STATUS pic X(02) value "00".
           77 WS-VOUCHER-STATUS pic X(02) value "00".
           77 WS-HREXTR-STATUS pic X(02) value "00".
           77 WS-DSPLOG-STATUS pic X(02) value "00".
           77 WS-AGEEXC-STATUS pic X(02) value "00".
           77 WS-DRNKEXC-STATUS pic X(02) value "00".
           77 WS-PAYDED-STATUS pic X(02) value "00".
           77 WS-CUSTJRN-STATUS pic X(02) value "00".
           77 WS-ACCTLDG-STATUS pic X(02) value "00".
           77 WS-LIMAUDT-STATUS pic X(02) value "00".
           77 WS-ACCOUNT-STATUS pic X(02) value "00".
           77 WS-CUSTLIM-STATUS pic X(02) value "00".
           77 WS-RUNCTL-STATUS pic X(02) value "00".
           77 WS-MODE pic X(01) value space.
               88 WS-MODE-SUBJECT-ACCESS value "S".
               88 WS-MODE-PURGE value "P".
           77 WS-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-INPUT value "Y".
           77 WS-SORT-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-SORT-WORK value "Y".
           77 WS-FILE-ERROR-SWITCH pic X(01) value "N".
               88 WS-FILE-ERROR value "Y".
           77 WS-LEAVER-SWITCH pic X(01) value "N".
               88 WS-IS-LEAVER value "Y".
           77 WS-PURGE-SWITCH pic X(01) value "N".
               88 WS-PURGE-RECORD value "Y".
           77 WS-FOUND-SWITCH pic X(01) value "N".
               88 WS-RECORD-FOUND value "Y".
           77 WS-OPERATOR-ID pic X(08).
           01 WS-CUSTOMER-ID-IN pic X(06).
           01 WS-CUSTOMER-ID-N redefines WS-CUSTOMER-ID-IN
               pic 9(06).
           77 WS-SUBJECT-ID pic 9(06) value 0.
           77 WS-TODAY-DATE pic 9(08) value 0.
           77 WS-RETENTION-MONTHS pic 9(03) value 0.
           77 WS-MONTH-INDEX pic 9(06) comp value 0.
           77 WS-MONTH-REM pic 9(02) comp value 0.
           77 WS-LAST-DAY pic 9(02) value 0.
           77 WS-CHECK-ID pic 9(06) value 0.
           77 WS-CHECK-DATE pic 9(08) value 0.
           77 WS-LAST-CHECK-ID pic 9(06) value 0.
           77 WS-LAST-LEAVER-SWITCH pic X(01) value "N".
           77 WS-MASTER-KEY pic X(06) value low-values.
           77 WS-EXTRACT-KEY pic X(06) value low-values.
           77 WS-PREV-EXTRACT-KEY pic X(06) value low-values.
           77 WS-EXTRACTS-SKIPPED pic 9(05) value 0.
           77 WS-LATEST-DATE pic 9(08) value 0.
           77 WS-RECORDS-FOUND pic 9(06) value 0.
           77 WS-SOURCE-NAME pic X(08).
           77 WS-PURGED-DSPLOG pic 9(07) value 0.
           77 WS-PURGED-AGEEXC pic 9(07) value 0.
           77 WS-PURGED-DRNKEXC pic 9(07) value 0.
           77 WS-PURGED-PAYDED pic 9(07) value 0.
           77 WS-PURGED-DOBMAST pic 9(07) value 0.
           77 WS-PURGED-VCHMAST pic 9(07) value 0.
           77 WS-PURGED-CUSTJRN pic 9(07) value 0.
           77 WS-PURGED-ACCTLDG pic 9(07) value 0.
           77 WS-PURGED-LIMAUDT pic 9(07) value 0.
           77 WS-PURGED-CANACCT pic 9(07) value 0.
           77 WS-PURGED-CUSTLIM pic 9(07) value 0.
           77 WS-ACCOUNTS-HELD pic 9(07) value 0.
           77 WS-INDEX-EOF-SWITCH pic X(01) value "N".
               88 WS-EOF-INDEXED value "Y".
           77 WS-PURGED-TOTAL pic 9(07) value 0.
           77 WS-KEPT-COUNT pic 9(07) value 0.
           77 WS-HOLD-CUSTOMER-ID pic 9(06) value 0.
           77 WS-HOLD-SOURCE pic X(08) value spaces.
           77 WS-GROUP-COUNT pic 9(07) value 0.
           77 WS-GROUP-EARLIEST pic 9(08) value 0.
           77 WS-GROUP-LATEST pic 9(08) value 0.
           77 WS-PAGE-NUMBER pic 9(04) comp value 0.
           77 WS-LINE-COUNT pic 9(03) comp value 99.
           77 WS-LINES-PER-PAGE pic 9(03) comp value 55.
           01 WS-CUTOFF-DATE pic 9(08) value 0.
           01 WS-CUTOFF-FIELDS redefines WS-CUTOFF-DATE.
               05 WS-CO-YEAR pic 9(04).
               05 WS-CO-MONTH pic 9(02).
               05 WS-CO-DAY pic 9(02).
           01 WS-MONTH-START pic 9(08) value 0.
           01 WS-MONTH-START-FIELDS redefines WS-MONTH-START.
               05 WS-MS-YEAR pic 9(04).
               05 WS-MS-MONTH pic 9(02).
               05 WS-MS-DAY pic 9(02).
           01 WS-NEXT-MONTH-START pic 9(08) value 0.
           01 WS-NEXT-MONTH-FIELDS redefines WS-NEXT-MONTH-START.
               05 WS-NM-YEAR pic 9(04).
               05 WS-NM-MONTH pic 9(02).
               05 WS-NM-DAY pic 9(02).
      *    SUBJECT-ACCESS REPORT LINES.  EACH SOURCE FILE HAS ITS
      *    OWN LAYOUT OF THE DETAIL TEXT.
           01 WS-SAR-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "SUBJECT ACCESS REPORT".
               05 FILLER pic X(10) value "CUSTOMER".
               05 WS-SH1-CUSTOMER-ID pic 9(06).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "RUN DATE".
               05 WS-SH1-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(05) value "PAGE ".
               05 WS-SH1-PAGE pic ZZZ9.
               05 FILLER pic X(40) value spaces.
           01 WS-SAR-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(10) value "SOURCE".
               05 FILLER pic X(10) value "DATE".
               05 FILLER pic X(100) value "DETAIL".
               05 FILLER pic X(11) value spaces.
           01 WS-SAR-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-SD-SOURCE pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-SD-DATE pic 9(08) blank when zero.
               05 FILLER pic X(02) value spaces.
               05 WS-SD-TEXT pic X(100).
               05 FILLER pic X(11) value spaces.
           01 WS-SAR-SUMMARY-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-SS-SOURCE pic X(10).
               05 FILLER pic X(10) value "RECORDS".
               05 WS-SS-COUNT pic ZZZZZ9.
               05 FILLER pic X(105) value spaces.
           01 WS-CM-TEXT.
               05 FILLER pic X(05) value "NAME ".
               05 WS-CMT-NAME pic X(30).
               05 FILLER pic X(05) value " AGE ".
               05 WS-CMT-AGE pic ZZ9.
               05 FILLER pic X(08) value " DRINKS ".
               05 WS-CMT-RESPONSE pic X(01).
               05 FILLER pic X(06) value " DEPT ".
               05 WS-CMT-DEPARTMENT pic X(20).
               05 FILLER pic X(22) value spaces.
           01 WS-DB-TEXT.
               05 FILLER pic X(05) value "NAME ".
               05 WS-DBT-NAME pic X(30).
               05 FILLER pic X(15) value " DATE OF BIRTH ".
               05 WS-DBT-DATE-OF-BIRTH pic 9(08).
               05 FILLER pic X(42) value spaces.
           01 WS-VM-TEXT.
               05 FILLER pic X(07) value "ISSUED ".
               05 WS-VMT-ISSUE-DATE pic 9(08).
               05 FILLER pic X(09) value " EXPIRES ".
               05 WS-VMT-EXPIRY-DATE pic 9(08).
               05 FILLER pic X(10) value " REDEEMED ".
               05 WS-VMT-REDEEMED-FLAG pic X(01).
               05 FILLER pic X(04) value " ON ".
               05 WS-VMT-REDEEMED-DATE pic 9(08) blank when zero.
               05 FILLER pic X(06) value " NAME ".
               05 WS-VMT-NAME pic X(30).
               05 FILLER pic X(09) value spaces.
           01 WS-DG-TEXT.
               05 FILLER pic X(03) value "AT ".
               05 WS-DGT-TIME pic 9(06).
               05 FILLER pic X(06) value " ITEM ".
               05 WS-DGT-PRODUCT pic X(04).
               05 FILLER pic X(05) value " CHG ".
               05 WS-DGT-CHARGE pic ZZZ9.99.
               05 FILLER pic X(05) value " PAY ".
               05 WS-DGT-METHOD pic X(01).
               05 FILLER pic X(06) value " TILL ".
               05 WS-DGT-TILL pic X(04).
               05 FILLER pic X(05) value " VCH ".
               05 WS-DGT-VOUCHER pic X(01).
               05 FILLER pic X(06) value " NAME ".
               05 WS-DGT-NAME pic X(30).
               05 FILLER pic X(11) value spaces.
           01 WS-AX-TEXT.
               05 FILLER pic X(07) value "REASON ".
               05 WS-AXT-REASON pic X(20).
               05 FILLER pic X(05) value " AGE ".
               05 WS-AXT-AGE pic X(03).
               05 FILLER pic X(06) value " DEPT ".
               05 WS-AXT-DEPARTMENT pic X(20).
               05 FILLER pic X(06) value " NAME ".
               05 WS-AXT-NAME pic X(30).
               05 FILLER pic X(03) value spaces.
           01 WS-DX-TEXT.
               05 FILLER pic X(07) value "REASON ".
               05 WS-DXT-REASON pic X(20).
               05 FILLER pic X(10) value " RESPONSE ".
               05 WS-DXT-RESPONSE pic X(01).
               05 FILLER pic X(06) value " DEPT ".
               05 WS-DXT-DEPARTMENT pic X(20).
               05 FILLER pic X(06) value " NAME ".
               05 WS-DXT-NAME pic X(30).
           01 WS-PD-TEXT.
               05 FILLER pic X(07) value "VISITS ".
               05 WS-PDT-VISITS pic ZZZZ9.
               05 FILLER pic X(08) value " AMOUNT ".
               05 WS-PDT-AMOUNT pic ZZZ,ZZ9.99.
               05 FILLER pic X(09) value " ARREARS ".
               05 WS-PDT-ARREARS pic ZZZ,ZZ9.99.
               05 FILLER pic X(06) value " NAME ".
               05 WS-PDT-NAME pic X(30).
               05 FILLER pic X(15) value spaces.
           01 WS-JR-TEXT.
               05 FILLER pic X(07) value "ACTION ".
               05 WS-JRT-ACTION pic X(01).
               05 FILLER pic X(04) value " BY ".
               05 WS-JRT-PROGRAM pic X(12).
               05 FILLER pic X(05) value " OPR ".
               05 WS-JRT-OPERATOR pic X(08).
               05 FILLER pic X(06) value " NAME ".
               05 WS-JRT-NAME pic X(30).
               05 FILLER pic X(06) value " DEPT ".
               05 WS-JRT-DEPARTMENT pic X(20).
               05 FILLER pic X(01) value spaces.
           01 WS-CA-TEXT.
               05 FILLER pic X(08) value "BALANCE ".
               05 WS-CAT-BALANCE pic -(6)9.99.
               05 FILLER pic X(15) value " ARREARS SINCE ".
               05 WS-CAT-ARREARS-SINCE pic 9(08) blank when zero.
               05 FILLER pic X(13) value " LAST BILLED ".
               05 WS-CAT-BILLED pic ZZZ,ZZ9.99.
               05 FILLER pic X(10) value " DEDUCTED ".
               05 WS-CAT-DEDUCTED pic ZZZ,ZZ9.99.
               05 FILLER pic X(16) value spaces.
           01 WS-AT-TEXT.
               05 FILLER pic X(05) value "TYPE ".
               05 WS-ATT-TYPE pic X(08).
               05 FILLER pic X(07) value " DEBIT ".
               05 WS-ATT-DEBIT pic ZZZ,ZZ9.99.
               05 FILLER pic X(08) value " CREDIT ".
               05 WS-ATT-CREDIT pic ZZZ,ZZ9.99.
               05 FILLER pic X(05) value " BAL ".
               05 WS-ATT-BALANCE pic -(6)9.99.
               05 FILLER pic X(06) value " STMT ".
               05 WS-ATT-STATEMENT-DATE pic 9(08) blank when zero.
               05 FILLER pic X(01) value spaces.
               05 WS-ATT-NOTE pic X(20).
               05 FILLER pic X(02) value spaces.
           01 WS-LM-TEXT.
               05 FILLER pic X(04) value "CAP ".
               05 WS-LMT-CAP pic ZZ9.
               05 FILLER pic X(10) value " EXCLUDED ".
               05 WS-LMT-FLAG pic X(01).
               05 FILLER pic X(06) value " FROM ".
               05 WS-LMT-START-DATE pic 9(08) blank when zero.
               05 FILLER pic X(04) value " TO ".
               05 WS-LMT-END-DATE pic 9(08) blank when zero.
               05 FILLER pic X(12) value " CHANGED BY ".
               05 WS-LMT-CHANGED-BY pic X(08).
               05 FILLER pic X(36) value spaces.
           01 WS-LA-TEXT.
               05 FILLER pic X(04) value "ACT ".
               05 WS-LAT-ACTION pic X(01).
               05 FILLER pic X(05) value " REF ".
               05 WS-LAT-REFERENCE pic X(12).
               05 FILLER pic X(05) value " OLD ".
               05 WS-LAT-OLD-FLAG pic X(01).
               05 FILLER pic X(01) value spaces.
               05 WS-LAT-OLD-START pic X(08).
               05 FILLER pic X(01) value "-".
               05 WS-LAT-OLD-END pic X(08).
               05 FILLER pic X(01) value spaces.
               05 WS-LAT-OLD-CAP pic X(03).
               05 FILLER pic X(05) value " NEW ".
               05 WS-LAT-NEW-FLAG pic X(01).
               05 FILLER pic X(01) value spaces.
               05 WS-LAT-NEW-START pic X(08).
               05 FILLER pic X(01) value "-".
               05 WS-LAT-NEW-END pic X(08).
               05 FILLER pic X(01) value spaces.
               05 WS-LAT-NEW-CAP pic X(03).
               05 FILLER pic X(01) value spaces.
               05 WS-LAT-NOTE pic X(20).
               05 FILLER pic X(01) value spaces.
      *    PURGE CERTIFICATE LINES.  THE CERTIFICATE NAMES PEOPLE BY
      *    CUSTOMER ID ONLY - IT MUST NOT ITSELF KEEP THE PERSONAL
      *    DATA IT CERTIFIES AS GONE.
           01 WS-CERT-HEADING-1.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(40) value
                   "PERSONAL DATA PURGE CERTIFICATE".
               05 FILLER pic X(10) value "RUN DATE".
               05 WS-CH1-DATE pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(08) value "CUTOFF".
               05 WS-CH1-CUTOFF pic 9(08).
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(10) value "RETENTION".
               05 WS-CH1-MONTHS pic ZZ9.
               05 FILLER pic X(07) value " MONTHS".
               05 FILLER pic X(04) value spaces.
               05 FILLER pic X(05) value "PAGE ".
               05 WS-CH1-PAGE pic ZZZ9.
               05 FILLER pic X(16) value spaces.
           01 WS-CERT-HEADING-2.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(10) value "CUSTOMER".
               05 FILLER pic X(10) value "SOURCE".
               05 FILLER pic X(10) value "REMOVED".
               05 FILLER pic X(10) value "EARLIEST".
               05 FILLER pic X(10) value "LATEST".
               05 FILLER pic X(81) value spaces.
           01 WS-CERT-DETAIL-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-CD-CUSTOMER-ID pic 9(06).
               05 FILLER pic X(04) value spaces.
               05 WS-CD-SOURCE pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-CD-COUNT pic ZZZZZZ9.
               05 FILLER pic X(03) value spaces.
               05 WS-CD-EARLIEST pic 9(08) blank when zero.
               05 FILLER pic X(02) value spaces.
               05 WS-CD-LATEST pic 9(08) blank when zero.
               05 FILLER pic X(83) value spaces.
           01 WS-CERT-TOTAL-LINE.
               05 FILLER pic X(01) value spaces.
               05 FILLER pic X(20) value "TOTAL REMOVED FROM".
               05 WS-CT-SOURCE pic X(08).
               05 FILLER pic X(02) value spaces.
               05 WS-CT-COUNT pic ZZZZZZ9.
               05 FILLER pic X(94) value spaces.
           01 WS-CERT-TEXT-LINE.
               05 FILLER pic X(01) value spaces.
               05 WS-CX-TEXT pic X(131).
           01 WS-CERT-STATEMENT.
               05 FILLER pic X(44) value
                   "THE RECORDS ABOVE WERE PERMANENTLY REMOVED ".
               05 FILLER pic X(03) value "ON ".
               05 WS-CS-DATE pic 9(08).
               05 FILLER pic X(23) value
                   ", BEING LEAVERS' DATA ".
               05 FILLER pic X(17) value "DATED BEFORE ".
               05 WS-CS-CUTOFF pic 9(08).
               05 FILLER pic X(28) value spaces.
           01 WS-CERT-RUN-BY.
               05 FILLER pic X(15) value "PURGE RUN BY ".
               05 WS-CR-OPERATOR pic X(08).
               05 FILLER pic X(108) value spaces.
           01 WS-TIME-RAW pic 9(08).
           01 WS-TIME-FIELDS redefines WS-TIME-RAW.
               05 WS-TS-TIME pic 9(06).
               05 FILLER pic 9(02).
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY RUNSTC.
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  SUBJECT ACCESS IS A STRAIGHT REPORT.  THE PURGE COPIES
      *  EACH LOG WITHOUT THE LEAVERS' OLD RECORDS AND DELETES
      *  THEIR MASTER RECORDS, RELEASING ONE SORT RECORD PER
      *  REMOVAL, AND THE CERTIFICATE IS PRINTED FROM THE SORT.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           perform 1000-INITIALIZE thru 1000-EXIT.
           if WS-MODE-SUBJECT-ACCESS then
               perform 2000-SUBJECT-ACCESS thru 2000-EXIT
           else
               sort SORT-WORK-FILE
                   on ascending key SRT-CUSTOMER-ID
                   on ascending key SRT-SOURCE
                   on ascending key SRT-RECORD-DATE
                   input procedure is 3000-PURGE-FILES
                       thru 3000-EXIT
                   output procedure is 7000-PRINT-CERTIFICATE
                       thru 7000-EXIT
           end-if.
           perform 9000-TERMINATE thru 9000-EXIT.
           goback.

      *-----------------------------------------------------------
      *  1000-INITIALIZE
      *  CARDS: OPERATOR ID, MODE (S OR P), AND FOR MODE S THE
      *  CUSTOMER ID.  ONLY THE PURGE UPDATES ANYTHING, SO ONLY THE
      *  PURGE REGISTERS ON THE RUN-STATUS FILE - SUBJECT-ACCESS
      *  RUNS ARE AS MANY AS THE REQUESTS.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           open extend AUDIT-LOG-FILE.
           display "Operator ID?" upon console.
           accept WS-OPERATOR-ID from console.
           display "Mode - S subject access, P purge?" upon console.
           accept WS-MODE from console.
           if not WS-MODE-SUBJECT-ACCESS
               and not WS-MODE-PURGE then
               display "Mode must be S or P - run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if WS-MODE-SUBJECT-ACCESS then
               perform 1020-ACCEPT-SUBJECT thru 1020-EXIT
           end-if.
           perform 1050-WRITE-AUDIT-ENTRY thru 1050-EXIT.
           perform 1080-READ-RUN-CONTROL thru 1080-EXIT.
           if WS-MODE-PURGE then
               perform 1200-COMPUTE-CUTOFF thru 1200-EXIT
               perform 1090-REGISTER-RUN-START thru 1090-EXIT
           end-if.
           open input CUSTOMER-MASTER.
           if WS-CUSTMAST-STATUS not = "00" then
               display "CUSTOMER-MASTER open failed - status "
                   WS-CUSTMAST-STATUS upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1020-ACCEPT-SUBJECT
      *  THE RESERVED CONTROL KEYS ARE NOT PEOPLE.
      *-----------------------------------------------------------
       1020-ACCEPT-SUBJECT.
           display "Customer ID?" upon console.
           accept WS-CUSTOMER-ID-IN from console.
           if WS-CUSTOMER-ID-IN is not numeric
               or WS-CUSTOMER-ID-N = 0
               or WS-CUSTOMER-ID-N = 999999 then
               display "Customer ID " WS-CUSTOMER-ID-IN
                   " is not a customer - run refused" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-CUSTOMER-ID-N to WS-SUBJECT-ID.
       1020-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1050-WRITE-AUDIT-ENTRY
      *  ONE AUDIT-LOG-FILE ENTRY RECORDING WHO RAN THIS PROGRAM AND
      *  WHEN - FOR A SUBJECT-ACCESS RUN, WHOSE DATA WAS PULLED.
      *-----------------------------------------------------------
       1050-WRITE-AUDIT-ENTRY.
           move WS-OPERATOR-ID to AL-OPERATOR-ID.
           move "PERS-DATA" to AL-PROGRAM-NAME.
           accept WS-TS-DATE from date YYYYMMDD.
           accept WS-TIME-RAW from time.
           move WS-TS-TIME to WS-TS-TIME-OUT.
           move WS-TIMESTAMP to AL-TIMESTAMP.
           if WS-MODE-SUBJECT-ACCESS then
               move spaces to AL-KEY-INPUT
               string "SUBJECT ACCESS " delimited by size
                   WS-CUSTOMER-ID-IN delimited by size
                   into AL-KEY-INPUT
           else
               move "PERSONAL DATA PURGE" to AL-KEY-INPUT
           end-if.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1080-READ-RUN-CONTROL
      *  THE BUSINESS DATE DATES THE REPORT AND SETS THE PURGE
      *  CUT-OFF; THE RETENTION PERIOD IS ON THE SAME RECORD.
      *-----------------------------------------------------------
       1080-READ-RUN-CONTROL.
           accept WS-TODAY-DATE from date YYYYMMDD.
           open input RUN-CONTROL-FILE.
           if WS-RUNCTL-STATUS = "00" then
               read RUN-CONTROL-FILE
                   at end
                       continue
                   not at end
                       if RP-BUSINESS-DATE is numeric
                           and RP-BUSINESS-DATE > 0
                           move RP-BUSINESS-DATE to WS-TODAY-DATE
                       end-if
                       if RP-RETENTION-MONTHS is numeric
                           move RP-RETENTION-MONTHS
                               to WS-RETENTION-MONTHS
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               display "Run-control file not available - calendar "
                   "date in effect" upon console
           end-if.
           display "Business date in effect: " WS-TODAY-DATE
               upon console.
       1080-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1090-REGISTER-RUN-START
      *  REGISTER THIS RUN ON THE SHARED RUN-STATUS FILE.  A CLEAN
      *  RUN ALREADY ON FILE FOR THE BUSINESS DATE IS A DUPLICATE
      *  SUBMISSION AND IS REFUSED.
      *-----------------------------------------------------------
       1090-REGISTER-RUN-START.
           move "S" to RC-FUNCTION-CODE.
           move "DATA-PURGE" to RC-PROGRAM-NAME.
           move WS-TODAY-DATE to RC-BUSINESS-DATE.
           move WS-OPERATOR-ID to RC-OPERATOR-ID.
           move 0 to RC-RETURN-CODE.
           move 0 to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
           if RC-RESULT-DUPLICATE then
               display "DATA-PURGE already ran clean for "
                   WS-TODAY-DATE " - duplicate run refused"
                   upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-NON-WORKING then
               display "DATA-PURGE refused - " WS-TODAY-DATE
                   " is not a working day" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           if RC-RESULT-RESTART then
               display "Prior unfinished run on file - treating "
                   "this as a restart" upon console
           end-if.
       1090-EXIT.
           exit.

      *-----------------------------------------------------------
      *  1200-COMPUTE-CUTOFF
      *  THE CUT-OFF IS THE BUSINESS DATE LESS THE RETENTION
      *  MONTHS, THE DAY CLIPPED TO THE END OF A SHORTER MONTH.
      *  NO RETENTION PERIOD ON RUN-CONTROL MEANS NO PURGE.
      *-----------------------------------------------------------
       1200-COMPUTE-CUTOFF.
           if WS-RETENTION-MONTHS = 0 then
               display "No retention period on run-control - purge "
                   "refused" upon console
               move 16 to RETURN-CODE
               close AUDIT-LOG-FILE
               goback
           end-if.
           move WS-TODAY-DATE to WS-CUTOFF-DATE.
           compute WS-MONTH-INDEX = WS-CO-YEAR * 12 + WS-CO-MONTH
               - 1 - WS-RETENTION-MONTHS.
           divide WS-MONTH-INDEX by 12 giving WS-CO-YEAR
               remainder WS-MONTH-REM.
           compute WS-CO-MONTH = WS-MONTH-REM + 1.
           if WS-CO-DAY > 28 then
               move WS-CO-YEAR to WS-MS-YEAR
               move WS-CO-MONTH to WS-MS-MONTH
               move 1 to WS-MS-DAY
               if WS-CO-MONTH = 12
                   compute WS-NM-YEAR = WS-CO-YEAR + 1
                   move 1 to WS-NM-MONTH
               else
                   move WS-CO-YEAR to WS-NM-YEAR
                   compute WS-NM-MONTH = WS-CO-MONTH + 1
               end-if
               move 1 to WS-NM-DAY
               compute WS-LAST-DAY =
                   function integer-of-date(WS-NEXT-MONTH-START)
                   - function integer-of-date(WS-MONTH-START)
               if WS-CO-DAY > WS-LAST-DAY
                   move WS-LAST-DAY to WS-CO-DAY
               end-if
           end-if.
           display "Retention months:  " WS-RETENTION-MONTHS
               upon console.
           display "Purge cut-off:     " WS-CUTOFF-DATE
               upon console.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-SUBJECT-ACCESS
      *  EVERY SOURCE IS REPORTED, EVEN WHEN IT HOLDS NOTHING ON
      *  THE PERSON, SO THE REPORT SHOWS EACH PLACE WAS LOOKED AT.
      *-----------------------------------------------------------
       2000-SUBJECT-ACCESS.
           open output SUBJECT-ACCESS-REPORT.
           move WS-SUBJECT-ID to WS-SH1-CUSTOMER-ID.
           move WS-TODAY-DATE to WS-SH1-DATE.
           perform 2100-REPORT-CUSTOMER-MASTER thru 2100-EXIT.
           perform 2200-REPORT-DOB-MASTER thru 2200-EXIT.
           perform 2300-REPORT-VOUCHER-MASTER thru 2300-EXIT.
           perform 2400-REPORT-DISPENSE-LOG thru 2400-EXIT.
           perform 2500-REPORT-AGE-EXCEPTIONS thru 2500-EXIT.
           perform 2600-REPORT-DRINK-EXCEPTIONS thru 2600-EXIT.
           perform 2700-REPORT-DEDUCTIONS thru 2700-EXIT.
           perform 2800-REPORT-JOURNAL thru 2800-EXIT.
           perform 2820-REPORT-ACCOUNT thru 2820-EXIT.
           perform 2830-REPORT-ACCOUNT-LEDGER thru 2830-EXIT.
           perform 2850-REPORT-LIMITS thru 2850-EXIT.
           perform 2860-REPORT-LIMIT-AUDIT thru 2860-EXIT.
           close SUBJECT-ACCESS-REPORT.
       2000-EXIT.
           exit.

       2100-REPORT-CUSTOMER-MASTER.
           move "CUSTMAST" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           move WS-SUBJECT-ID to CM-CUSTOMER-ID.
           read CUSTOMER-MASTER
               invalid key
                   continue
               not invalid key
                   move CM-NAME to WS-CMT-NAME
                   move CM-AGE to WS-CMT-AGE
                   move CM-DRINK-RESPONSE to WS-CMT-RESPONSE
                   move CM-DEPARTMENT to WS-CMT-DEPARTMENT
                   move 0 to WS-SD-DATE
                   move WS-CM-TEXT to WS-SD-TEXT
                   perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-read.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2100-EXIT.
           exit.

       2200-REPORT-DOB-MASTER.
           move "DOBMAST" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input DOB-MASTER.
           if WS-DOB-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2200-EXIT
           end-if.
           move WS-SUBJECT-ID to DB-CUSTOMER-ID.
           read DOB-MASTER
               invalid key
                   continue
               not invalid key
                   move DB-NAME to WS-DBT-NAME
                   move DB-DATE-OF-BIRTH to WS-DBT-DATE-OF-BIRTH
                   move 0 to WS-SD-DATE
                   move WS-DB-TEXT to WS-SD-TEXT
                   perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-read.
           close DOB-MASTER.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2200-EXIT.
           exit.

       2300-REPORT-VOUCHER-MASTER.
           move "VCHMAST" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input VOUCHER-MASTER.
           if WS-VOUCHER-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2300-EXIT
           end-if.
           move WS-SUBJECT-ID to VM-CUSTOMER-ID.
           read VOUCHER-MASTER
               invalid key
                   continue
               not invalid key
                   move VM-ISSUE-DATE to WS-VMT-ISSUE-DATE
                   move VM-EXPIRY-DATE to WS-VMT-EXPIRY-DATE
                   move VM-REDEEMED-FLAG to WS-VMT-REDEEMED-FLAG
                   move VM-REDEEMED-DATE to WS-VMT-REDEEMED-DATE
                   move VM-NAME to WS-VMT-NAME
                   move VM-ISSUE-DATE to WS-SD-DATE
                   move WS-VM-TEXT to WS-SD-TEXT
                   perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-read.
           close VOUCHER-MASTER.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2300-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2400-REPORT-DISPENSE-LOG
      *  EVERY RETAINED GENERATION IS READ THROUGH THE GDG BASE.
      *-----------------------------------------------------------
       2400-REPORT-DISPENSE-LOG.
           move "DSPLOG" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input DISPENSE-LOG-FILE.
           if WS-DSPLOG-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2400-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 3180-READ-DISPENSE-LOG thru 3180-EXIT.
           perform 2450-CHECK-ONE-VISIT thru 2450-EXIT
               until WS-EOF-INPUT.
           close DISPENSE-LOG-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2400-EXIT.
           exit.

       2450-CHECK-ONE-VISIT.
           if DG-CUSTOMER-ID = WS-SUBJECT-ID then
               move DG-VISIT-TIME to WS-DGT-TIME
               move DG-PRODUCT-CODE to WS-DGT-PRODUCT
               move DG-CHARGE-AMOUNT to WS-DGT-CHARGE
               move DG-PAYMENT-METHOD to WS-DGT-METHOD
               move DG-TILL-ID to WS-DGT-TILL
               move DG-VOUCHER-FLAG to WS-DGT-VOUCHER
               move DG-NAME to WS-DGT-NAME
               move DG-VISIT-DATE to WS-SD-DATE
               move WS-DG-TEXT to WS-SD-TEXT
               perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-if.
           perform 3180-READ-DISPENSE-LOG thru 3180-EXIT.
       2450-EXIT.
           exit.

       2500-REPORT-AGE-EXCEPTIONS.
           move "AGEEXC" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input AGE-EXCEPTION-FILE.
           if WS-AGEEXC-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2500-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 3280-READ-AGE-EXCEPTION thru 3280-EXIT.
           perform 2550-CHECK-ONE-AGE-EXC thru 2550-EXIT
               until WS-EOF-INPUT.
           close AGE-EXCEPTION-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2500-EXIT.
           exit.

       2550-CHECK-ONE-AGE-EXC.
           if AX-CUSTOMER-ID = WS-SUBJECT-ID then
               move AX-REASON to WS-AXT-REASON
               move AX-AGE to WS-AXT-AGE
               move AX-DEPARTMENT to WS-AXT-DEPARTMENT
               move AX-NAME to WS-AXT-NAME
               move AX-LOG-DATE to WS-SD-DATE
               move WS-AX-TEXT to WS-SD-TEXT
               perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-if.
           perform 3280-READ-AGE-EXCEPTION thru 3280-EXIT.
       2550-EXIT.
           exit.

       2600-REPORT-DRINK-EXCEPTIONS.
           move "DRNKEXC" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input DRINK-EXCEPTION-LOG.
           if WS-DRNKEXC-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2600-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 3380-READ-DRINK-EXCEPTION thru 3380-EXIT.
           perform 2650-CHECK-ONE-DRINK-EXC thru 2650-EXIT
               until WS-EOF-INPUT.
           close DRINK-EXCEPTION-LOG.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2600-EXIT.
           exit.

       2650-CHECK-ONE-DRINK-EXC.
           if DX-CUSTOMER-ID = WS-SUBJECT-ID then
               move DX-REASON to WS-DXT-REASON
               move DX-RESPONSE to WS-DXT-RESPONSE
               move DX-DEPARTMENT to WS-DXT-DEPARTMENT
               move DX-NAME to WS-DXT-NAME
               move DX-LOG-DATE to WS-SD-DATE
               move WS-DX-TEXT to WS-SD-TEXT
               perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-if.
           perform 3380-READ-DRINK-EXCEPTION thru 3380-EXIT.
       2650-EXIT.
           exit.

       2700-REPORT-DEDUCTIONS.
           move "PAYDED" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input PAYROLL-DEDUCTION-FILE.
           if WS-PAYDED-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2700-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 3480-READ-DEDUCTION thru 3480-EXIT.
           perform 2750-CHECK-ONE-DEDUCTION thru 2750-EXIT
               until WS-EOF-INPUT.
           close PAYROLL-DEDUCTION-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2700-EXIT.
           exit.

       2750-CHECK-ONE-DEDUCTION.
           if PD-CUSTOMER-ID = WS-SUBJECT-ID then
               move PD-VISIT-COUNT to WS-PDT-VISITS
               move PD-AMOUNT to WS-PDT-AMOUNT
               move PD-ARREARS-AMOUNT to WS-PDT-ARREARS
               move PD-NAME to WS-PDT-NAME
               move PD-STATEMENT-DATE to WS-SD-DATE
               move WS-PD-TEXT to WS-SD-TEXT
               perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-if.
           perform 3480-READ-DEDUCTION thru 3480-EXIT.
       2750-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2800-REPORT-JOURNAL
      *  EVERY CUSTOMER-MASTER CHANGE JOURNALLED FOR THE PERSON,
      *  SHOWN AS THE RECORD STOOD AFTER THE CHANGE - OR BEFORE IT,
      *  FOR A DELETE, WHICH LEAVES NO AFTER IMAGE.
      *-----------------------------------------------------------
       2800-REPORT-JOURNAL.
           move "CUSTJRN" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input CUST-JOURNAL-FILE.
           if WS-CUSTJRN-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2800-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 4180-READ-JOURNAL thru 4180-EXIT.
           perform 2810-CHECK-ONE-JOURNAL thru 2810-EXIT
               until WS-EOF-INPUT.
           close CUST-JOURNAL-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2800-EXIT.
           exit.

       2810-CHECK-ONE-JOURNAL.
           if JR-CUSTOMER-ID = WS-SUBJECT-ID then
               move JR-ACTION to WS-JRT-ACTION
               move JR-PROGRAM-NAME to WS-JRT-PROGRAM
               move JR-OPERATOR-ID to WS-JRT-OPERATOR
               if JR-ACTION-DELETE
                   move JR-BEFORE-NAME to WS-JRT-NAME
                   move JR-BEFORE-DEPARTMENT to WS-JRT-DEPARTMENT
               else
                   move JR-AFTER-NAME to WS-JRT-NAME
                   move JR-AFTER-DEPARTMENT to WS-JRT-DEPARTMENT
               end-if
               move JR-JOURNAL-DATE to WS-SD-DATE
               move WS-JR-TEXT to WS-SD-TEXT
               perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-if.
           perform 4180-READ-JOURNAL thru 4180-EXIT.
       2810-EXIT.
           exit.

       2820-REPORT-ACCOUNT.
           move "CANACCT" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input CANTEEN-ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2820-EXIT
           end-if.
           move WS-SUBJECT-ID to CA-CUSTOMER-ID.
           read CANTEEN-ACCOUNT-FILE
               invalid key
                   continue
               not invalid key
                   move CA-BALANCE to WS-CAT-BALANCE
                   move CA-ARREARS-SINCE to WS-CAT-ARREARS-SINCE
                   move CA-LAST-BILLED to WS-CAT-BILLED
                   move CA-LAST-DEDUCTED to WS-CAT-DEDUCTED
                   move CA-LAST-POSTED-DATE to WS-SD-DATE
                   move WS-CA-TEXT to WS-SD-TEXT
                   perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-read.
           close CANTEEN-ACCOUNT-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2820-EXIT.
           exit.

       2830-REPORT-ACCOUNT-LEDGER.
           move "ACCTLDG" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input ACCOUNT-LEDGER-FILE.
           if WS-ACCTLDG-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2830-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 4280-READ-ACCOUNT-LEDGER thru 4280-EXIT.
           perform 2840-CHECK-ONE-POSTING thru 2840-EXIT
               until WS-EOF-INPUT.
           close ACCOUNT-LEDGER-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2830-EXIT.
           exit.

       2840-CHECK-ONE-POSTING.
           if AT-CUSTOMER-ID = WS-SUBJECT-ID then
               move AT-POSTING-TYPE to WS-ATT-TYPE
               move AT-DEBIT-AMOUNT to WS-ATT-DEBIT
               move AT-CREDIT-AMOUNT to WS-ATT-CREDIT
               move AT-BALANCE to WS-ATT-BALANCE
               move AT-STATEMENT-DATE to WS-ATT-STATEMENT-DATE
               move AT-NOTE to WS-ATT-NOTE
               move AT-POSTING-DATE to WS-SD-DATE
               move WS-AT-TEXT to WS-SD-TEXT
               perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-if.
           perform 4280-READ-ACCOUNT-LEDGER thru 4280-EXIT.
       2840-EXIT.
           exit.

       2850-REPORT-LIMITS.
           move "CUSTLIM" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input CUSTOMER-LIMITS-FILE.
           if WS-CUSTLIM-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2850-EXIT
           end-if.
           move WS-SUBJECT-ID to LM-CUSTOMER-ID.
           read CUSTOMER-LIMITS-FILE
               invalid key
                   continue
               not invalid key
                   move LM-DAILY-CAP to WS-LMT-CAP
                   move LM-EXCLUSION-FLAG to WS-LMT-FLAG
                   move LM-EXCLUDE-START-DATE to WS-LMT-START-DATE
                   move LM-EXCLUDE-END-DATE to WS-LMT-END-DATE
                   move LM-CHANGED-BY to WS-LMT-CHANGED-BY
                   move LM-CHANGED-DATE to WS-SD-DATE
                   move WS-LM-TEXT to WS-SD-TEXT
                   perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-read.
           close CUSTOMER-LIMITS-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2850-EXIT.
           exit.

       2860-REPORT-LIMIT-AUDIT.
           move "LIMAUDT" to WS-SOURCE-NAME.
           move 0 to WS-RECORDS-FOUND.
           open input LIMIT-AUDIT-FILE.
           if WS-LIMAUDT-STATUS not = "00" then
               perform 8200-PRINT-NOT-AVAILABLE thru 8200-EXIT
               go to 2860-EXIT
           end-if.
           move "N" to WS-EOF-SWITCH.
           perform 4380-READ-LIMIT-AUDIT thru 4380-EXIT.
           perform 2870-CHECK-ONE-LIMIT-AUDIT thru 2870-EXIT
               until WS-EOF-INPUT.
           close LIMIT-AUDIT-FILE.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       2860-EXIT.
           exit.

       2870-CHECK-ONE-LIMIT-AUDIT.
           if LA-CUSTOMER-ID = WS-CUSTOMER-ID-IN then
               move LA-ACTION-CODE to WS-LAT-ACTION
               move LA-REFERENCE to WS-LAT-REFERENCE
               move LA-OLD-FLAG to WS-LAT-OLD-FLAG
               move LA-OLD-START-DATE to WS-LAT-OLD-START
               move LA-OLD-END-DATE to WS-LAT-OLD-END
               move LA-OLD-CAP to WS-LAT-OLD-CAP
               move LA-NEW-FLAG to WS-LAT-NEW-FLAG
               move LA-NEW-START-DATE to WS-LAT-NEW-START
               move LA-NEW-END-DATE to WS-LAT-NEW-END
               move LA-NEW-CAP to WS-LAT-NEW-CAP
               move LA-NOTE to WS-LAT-NOTE
               move LA-CHANGE-DATE to WS-SD-DATE
               move WS-LA-TEXT to WS-SD-TEXT
               perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT
           end-if.
           perform 4380-READ-LIMIT-AUDIT thru 4380-EXIT.
       2870-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-PURGE-FILES
      *  SORT INPUT PROCEDURE - THE LOGS FIRST, THEN THE MASTERS.
      *  A LOG THAT CANNOT BE OPENED FAILS THE RUN SO THE SWAP
      *  STEPS THAT FOLLOW IN THE JOB DO NOT RUN.
      *-----------------------------------------------------------
       3000-PURGE-FILES.
           perform 3100-PURGE-DISPENSE-LOG thru 3100-EXIT.
           perform 3200-PURGE-AGE-EXCEPTIONS thru 3200-EXIT.
           perform 3300-PURGE-DRINK-EXCEPTIONS thru 3300-EXIT.
           perform 3400-PURGE-DEDUCTIONS thru 3400-EXIT.
           perform 4100-PURGE-JOURNAL thru 4100-EXIT.
           perform 4200-PURGE-ACCOUNT-LEDGER thru 4200-EXIT.
           perform 4300-PURGE-LIMIT-AUDIT thru 4300-EXIT.
           perform 3500-PURGE-DOB-MASTER thru 3500-EXIT.
           perform 3600-PURGE-VOUCHER-MASTER thru 3600-EXIT.
           perform 4400-PURGE-ACCOUNT-MASTER thru 4400-EXIT.
           perform 4500-PURGE-LIMITS-MASTER thru 4500-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3100-PURGE-DISPENSE-LOG
      *  ALL GENERATIONS IN, ONE PURGED COPY OUT - THE JOB PUTS THE
      *  COPY BACK AS A SINGLE NEW GENERATION.
      *-----------------------------------------------------------
       3100-PURGE-DISPENSE-LOG.
           open input DISPENSE-LOG-FILE.
           if WS-DSPLOG-STATUS not = "00" then
               display "DISPENSE-LOG open failed - status "
                   WS-DSPLOG-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 3100-EXIT
           end-if.
           open output NEW-DISPENSE-LOG-FILE.
           move "N" to WS-EOF-SWITCH.
           perform 3180-READ-DISPENSE-LOG thru 3180-EXIT.
           perform 3150-PURGE-ONE-VISIT thru 3150-EXIT
               until WS-EOF-INPUT.
           close DISPENSE-LOG-FILE.
           close NEW-DISPENSE-LOG-FILE.
       3100-EXIT.
           exit.

       3150-PURGE-ONE-VISIT.
           move DG-CUSTOMER-ID to WS-CHECK-ID.
           move DG-VISIT-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if WS-PURGE-RECORD then
               move "DSPLOG" to SRT-SOURCE
               perform 3990-RELEASE-REMOVAL thru 3990-EXIT
               add 1 to WS-PURGED-DSPLOG
           else
               write NEW-DISPENSE-LOG-RECORD from DISPENSE-LOG-RECORD
               add 1 to WS-KEPT-COUNT
           end-if.
           perform 3180-READ-DISPENSE-LOG thru 3180-EXIT.
       3150-EXIT.
           exit.

       3180-READ-DISPENSE-LOG.
           read DISPENSE-LOG-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       3180-EXIT.
           exit.

       3200-PURGE-AGE-EXCEPTIONS.
           open input AGE-EXCEPTION-FILE.
           if WS-AGEEXC-STATUS not = "00" then
               display "AGE-EXCEPTION-FILE open failed - status "
                   WS-AGEEXC-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 3200-EXIT
           end-if.
           open output NEW-AGE-EXCEPTION-FILE.
           move "N" to WS-EOF-SWITCH.
           perform 3280-READ-AGE-EXCEPTION thru 3280-EXIT.
           perform 3250-PURGE-ONE-AGE-EXC thru 3250-EXIT
               until WS-EOF-INPUT.
           close AGE-EXCEPTION-FILE.
           close NEW-AGE-EXCEPTION-FILE.
       3200-EXIT.
           exit.

       3250-PURGE-ONE-AGE-EXC.
           move AX-CUSTOMER-ID to WS-CHECK-ID.
           move AX-LOG-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if WS-PURGE-RECORD then
               move "AGEEXC" to SRT-SOURCE
               perform 3990-RELEASE-REMOVAL thru 3990-EXIT
               add 1 to WS-PURGED-AGEEXC
           else
               write NEW-AGE-EXCEPTION-RECORD
                   from AGE-EXCEPTION-RECORD
               add 1 to WS-KEPT-COUNT
           end-if.
           perform 3280-READ-AGE-EXCEPTION thru 3280-EXIT.
       3250-EXIT.
           exit.

       3280-READ-AGE-EXCEPTION.
           read AGE-EXCEPTION-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       3280-EXIT.
           exit.

       3300-PURGE-DRINK-EXCEPTIONS.
           open input DRINK-EXCEPTION-LOG.
           if WS-DRNKEXC-STATUS not = "00" then
               display "DRINK-EXCEPTION-LOG open failed - status "
                   WS-DRNKEXC-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 3300-EXIT
           end-if.
           open output NEW-DRINK-EXCEPTION-LOG.
           move "N" to WS-EOF-SWITCH.
           perform 3380-READ-DRINK-EXCEPTION thru 3380-EXIT.
           perform 3350-PURGE-ONE-DRINK-EXC thru 3350-EXIT
               until WS-EOF-INPUT.
           close DRINK-EXCEPTION-LOG.
           close NEW-DRINK-EXCEPTION-LOG.
       3300-EXIT.
           exit.

       3350-PURGE-ONE-DRINK-EXC.
           move DX-CUSTOMER-ID to WS-CHECK-ID.
           move DX-LOG-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if WS-PURGE-RECORD then
               move "DRNKEXC" to SRT-SOURCE
               perform 3990-RELEASE-REMOVAL thru 3990-EXIT
               add 1 to WS-PURGED-DRNKEXC
           else
               write NEW-DRINK-EXCEPTION-RECORD
                   from DRINK-EXCEPTION-RECORD
               add 1 to WS-KEPT-COUNT
           end-if.
           perform 3380-READ-DRINK-EXCEPTION thru 3380-EXIT.
       3350-EXIT.
           exit.

       3380-READ-DRINK-EXCEPTION.
           read DRINK-EXCEPTION-LOG
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       3380-EXIT.
           exit.

       3400-PURGE-DEDUCTIONS.
           open input PAYROLL-DEDUCTION-FILE.
           if WS-PAYDED-STATUS not = "00" then
               display "PAYROLL-DEDUCTION-FILE open failed - status "
                   WS-PAYDED-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 3400-EXIT
           end-if.
           open output NEW-PAYROLL-DEDUCTION-FILE.
           move "N" to WS-EOF-SWITCH.
           perform 3480-READ-DEDUCTION thru 3480-EXIT.
           perform 3450-PURGE-ONE-DEDUCTION thru 3450-EXIT
               until WS-EOF-INPUT.
           close PAYROLL-DEDUCTION-FILE.
           close NEW-PAYROLL-DEDUCTION-FILE.
       3400-EXIT.
           exit.

       3450-PURGE-ONE-DEDUCTION.
           move PD-CUSTOMER-ID to WS-CHECK-ID.
           move PD-STATEMENT-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if WS-PURGE-RECORD then
               move "PAYDED" to SRT-SOURCE
               perform 3990-RELEASE-REMOVAL thru 3990-EXIT
               add 1 to WS-PURGED-PAYDED
           else
               write NEW-PAYROLL-DEDUCTION-RECORD
                   from PAYROLL-DEDUCTION-RECORD
               add 1 to WS-KEPT-COUNT
           end-if.
           perform 3480-READ-DEDUCTION thru 3480-EXIT.
       3450-EXIT.
           exit.

       3480-READ-DEDUCTION.
           read PAYROLL-DEDUCTION-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       3480-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3500-PURGE-DOB-MASTER
      *  BALANCED-LINE MERGE OF A SEQUENTIAL SWEEP OF DOB-MASTER
      *  AGAINST THE SORTED HR EXTRACT.  A DOB RECORD ON NEITHER
      *  THE EXTRACT NOR CUSTOMER-MASTER BELONGS TO A LEAVER - A
      *  HIRE NOT YET ENROLLED IS STILL ON THE EXTRACT.  DOB-MASTER
      *  CARRIES NO DATE, SO A LEAVER'S BIRTH DATE GOES AT ONCE, AS
      *  DOB-LOAD ALREADY DOES FOR LEAVERS IT SEES.
      *-----------------------------------------------------------
       3500-PURGE-DOB-MASTER.
           open i-o DOB-MASTER.
           if WS-DOB-STATUS not = "00" then
               display "DOB-MASTER open failed - status "
                   WS-DOB-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 3500-EXIT
           end-if.
           perform 3700-OPEN-EXTRACT thru 3700-EXIT.
           if WS-FILE-ERROR then
               close DOB-MASTER
               go to 3500-EXIT
           end-if.
           move 0 to DB-CUSTOMER-ID.
           start DOB-MASTER key is not less than DB-CUSTOMER-ID
               invalid key
                   move HIGH-VALUES to WS-MASTER-KEY
           end-start.
           if WS-MASTER-KEY not = HIGH-VALUES then
               perform 3580-READ-DOB-MASTER thru 3580-EXIT
           end-if.
           perform 3550-MERGE-ONE-DOB thru 3550-EXIT
               until WS-MASTER-KEY = HIGH-VALUES.
           close DOB-MASTER.
           close HR-EXTRACT-FILE.
       3500-EXIT.
           exit.

       3550-MERGE-ONE-DOB.
           evaluate true
               when WS-EXTRACT-KEY < WS-MASTER-KEY
                   perform 3780-READ-EXTRACT thru 3780-EXIT
               when WS-EXTRACT-KEY = WS-MASTER-KEY
                   perform 3580-READ-DOB-MASTER thru 3580-EXIT
               when other
                   move DB-CUSTOMER-ID to WS-CHECK-ID
                   perform 3950-CHECK-LEAVER thru 3950-EXIT
                   if WS-IS-LEAVER
                       delete DOB-MASTER record
                           invalid key
                               continue
                           not invalid key
                               move DB-CUSTOMER-ID to SRT-CUSTOMER-ID
                               move "DOBMAST" to SRT-SOURCE
                               move 0 to SRT-RECORD-DATE
                               release SORT-WORK-RECORD
                               add 1 to WS-PURGED-DOBMAST
                       end-delete
                   end-if
                   perform 3580-READ-DOB-MASTER thru 3580-EXIT
           end-evaluate.
       3550-EXIT.
           exit.

       3580-READ-DOB-MASTER.
           read DOB-MASTER next record
               at end
                   move HIGH-VALUES to WS-MASTER-KEY
               not at end
                   move DB-CUSTOMER-ID to WS-MASTER-KEY
           end-read.
       3580-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3600-PURGE-VOUCHER-MASTER
      *  THE SAME MERGE FOR VOUCHER-MASTER.  A LEAVER'S VOUCHER GOES
      *  ONCE ITS LATEST DATE - ISSUE OR REDEMPTION - IS BEFORE THE
      *  CUT-OFF.
      *-----------------------------------------------------------
       3600-PURGE-VOUCHER-MASTER.
           open i-o VOUCHER-MASTER.
           if WS-VOUCHER-STATUS not = "00" then
               display "VOUCHER-MASTER open failed - status "
                   WS-VOUCHER-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 3600-EXIT
           end-if.
           perform 3700-OPEN-EXTRACT thru 3700-EXIT.
           if WS-FILE-ERROR then
               close VOUCHER-MASTER
               go to 3600-EXIT
           end-if.
           move low-values to WS-MASTER-KEY.
           move 0 to VM-CUSTOMER-ID.
           start VOUCHER-MASTER key is not less than VM-CUSTOMER-ID
               invalid key
                   move HIGH-VALUES to WS-MASTER-KEY
           end-start.
           if WS-MASTER-KEY not = HIGH-VALUES then
               perform 3680-READ-VOUCHER-MASTER thru 3680-EXIT
           end-if.
           perform 3650-MERGE-ONE-VOUCHER thru 3650-EXIT
               until WS-MASTER-KEY = HIGH-VALUES.
           close VOUCHER-MASTER.
           close HR-EXTRACT-FILE.
       3600-EXIT.
           exit.

       3650-MERGE-ONE-VOUCHER.
           evaluate true
               when WS-EXTRACT-KEY < WS-MASTER-KEY
                   perform 3780-READ-EXTRACT thru 3780-EXIT
               when WS-EXTRACT-KEY = WS-MASTER-KEY
                   perform 3680-READ-VOUCHER-MASTER thru 3680-EXIT
               when other
                   perform 3660-CHECK-ONE-VOUCHER thru 3660-EXIT
                   perform 3680-READ-VOUCHER-MASTER thru 3680-EXIT
           end-evaluate.
       3650-EXIT.
           exit.

       3660-CHECK-ONE-VOUCHER.
           move VM-ISSUE-DATE to WS-LATEST-DATE.
           if VM-REDEEMED-DATE is numeric
               and VM-REDEEMED-DATE > WS-LATEST-DATE then
               move VM-REDEEMED-DATE to WS-LATEST-DATE
           end-if.
           move VM-CUSTOMER-ID to WS-CHECK-ID.
           move WS-LATEST-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if not WS-PURGE-RECORD then
               go to 3660-EXIT
           end-if.
           delete VOUCHER-MASTER record
               invalid key
                   continue
               not invalid key
                   move "VCHMAST" to SRT-SOURCE
                   perform 3990-RELEASE-REMOVAL thru 3990-EXIT
                   add 1 to WS-PURGED-VCHMAST
           end-delete.
       3660-EXIT.
           exit.

       3680-READ-VOUCHER-MASTER.
           read VOUCHER-MASTER next record
               at end
                   move HIGH-VALUES to WS-MASTER-KEY
               not at end
                   move VM-CUSTOMER-ID to WS-MASTER-KEY
           end-read.
       3680-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3700-OPEN-EXTRACT
      *  WITHOUT THE HR EXTRACT A HIRE NOT YET ENROLLED LOOKS LIKE
      *  A LEAVER - NO MASTER IS PURGED WITHOUT IT.
      *-----------------------------------------------------------
       3700-OPEN-EXTRACT.
           move low-values to WS-EXTRACT-KEY.
           move low-values to WS-PREV-EXTRACT-KEY.
           move low-values to WS-MASTER-KEY.
           open input HR-EXTRACT-FILE.
           if WS-HREXTR-STATUS not = "00" then
               display "HR-EXTRACT-FILE open failed - status "
                   WS-HREXTR-STATUS " - masters not purged"
                   upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 3700-EXIT
           end-if.
           perform 3780-READ-EXTRACT thru 3780-EXIT.
       3700-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3780-READ-EXTRACT
      *  AN EXTRACT RECORD OUT OF SEQUENCE IS PASSED OVER - THE
      *  MERGE CANNOT USE IT, AND OFF-BOARD REPORTS IT NIGHTLY.
      *-----------------------------------------------------------
       3780-READ-EXTRACT.
           read HR-EXTRACT-FILE
               at end
                   move HIGH-VALUES to WS-EXTRACT-KEY
                   go to 3780-EXIT
           end-read.
           if HX-CUSTOMER-ID < WS-PREV-EXTRACT-KEY then
               add 1 to WS-EXTRACTS-SKIPPED
               go to 3780-READ-EXTRACT
           end-if.
           move HX-CUSTOMER-ID to WS-EXTRACT-KEY.
           move HX-CUSTOMER-ID to WS-PREV-EXTRACT-KEY.
       3780-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3900-CHECK-PURGE
      *  A RECORD GOES WHEN IT IS DATED BEFORE THE CUT-OFF AND ITS
      *  CUSTOMER IS A LEAVER.
      *-----------------------------------------------------------
       3900-CHECK-PURGE.
           move "N" to WS-PURGE-SWITCH.
           if WS-CHECK-DATE not < WS-CUTOFF-DATE then
               go to 3900-EXIT
           end-if.
           perform 3950-CHECK-LEAVER thru 3950-EXIT.
           if WS-IS-LEAVER then
               move "Y" to WS-PURGE-SWITCH
           end-if.
       3900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3950-CHECK-LEAVER
      *  A CUSTOMER NO LONGER ON CUSTOMER-MASTER HAS BEEN OFF-
      *  BOARDED.  THE LAST ANSWER IS KEPT, AS A LOG USUALLY
      *  CARRIES A PERSON'S RECORDS TOGETHER.
      *-----------------------------------------------------------
       3950-CHECK-LEAVER.
           if WS-CHECK-ID = WS-LAST-CHECK-ID then
               move WS-LAST-LEAVER-SWITCH to WS-LEAVER-SWITCH
               go to 3950-EXIT
           end-if.
           move "N" to WS-LEAVER-SWITCH.
           move WS-CHECK-ID to CM-CUSTOMER-ID.
           read CUSTOMER-MASTER
               invalid key
                   move "Y" to WS-LEAVER-SWITCH
           end-read.
           move WS-CHECK-ID to WS-LAST-CHECK-ID.
           move WS-LEAVER-SWITCH to WS-LAST-LEAVER-SWITCH.
       3950-EXIT.
           exit.

       3990-RELEASE-REMOVAL.
           move WS-CHECK-ID to SRT-CUSTOMER-ID.
           move WS-CHECK-DATE to SRT-RECORD-DATE.
           release SORT-WORK-RECORD.
       3990-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4100-PURGE-JOURNAL
      *  THE CUSTOMER-MASTER CHANGE JOURNAL, COPIED WITHOUT THE
      *  LEAVERS' ENTRIES MADE BEFORE THE CUT-OFF.
      *-----------------------------------------------------------
       4100-PURGE-JOURNAL.
           open input CUST-JOURNAL-FILE.
           if WS-CUSTJRN-STATUS not = "00" then
               display "CUST-JOURNAL-FILE open failed - status "
                   WS-CUSTJRN-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 4100-EXIT
           end-if.
           open output NEW-CUST-JOURNAL-FILE.
           move "N" to WS-EOF-SWITCH.
           perform 4180-READ-JOURNAL thru 4180-EXIT.
           perform 4150-PURGE-ONE-JOURNAL thru 4150-EXIT
               until WS-EOF-INPUT.
           close CUST-JOURNAL-FILE.
           close NEW-CUST-JOURNAL-FILE.
       4100-EXIT.
           exit.

       4150-PURGE-ONE-JOURNAL.
           move JR-CUSTOMER-ID to WS-CHECK-ID.
           move JR-JOURNAL-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if WS-PURGE-RECORD then
               move "CUSTJRN" to SRT-SOURCE
               perform 3990-RELEASE-REMOVAL thru 3990-EXIT
               add 1 to WS-PURGED-CUSTJRN
           else
               write NEW-CUST-JOURNAL-RECORD
                   from CUST-JOURNAL-RECORD
               add 1 to WS-KEPT-COUNT
           end-if.
           perform 4180-READ-JOURNAL thru 4180-EXIT.
       4150-EXIT.
           exit.

       4180-READ-JOURNAL.
           read CUST-JOURNAL-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       4180-EXIT.
           exit.

       4200-PURGE-ACCOUNT-LEDGER.
           open input ACCOUNT-LEDGER-FILE.
           if WS-ACCTLDG-STATUS not = "00" then
               display "ACCOUNT-LEDGER-FILE open failed - status "
                   WS-ACCTLDG-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 4200-EXIT
           end-if.
           open output NEW-ACCOUNT-LEDGER-FILE.
           move "N" to WS-EOF-SWITCH.
           perform 4280-READ-ACCOUNT-LEDGER thru 4280-EXIT.
           perform 4250-PURGE-ONE-POSTING thru 4250-EXIT
               until WS-EOF-INPUT.
           close ACCOUNT-LEDGER-FILE.
           close NEW-ACCOUNT-LEDGER-FILE.
       4200-EXIT.
           exit.

       4250-PURGE-ONE-POSTING.
           move AT-CUSTOMER-ID to WS-CHECK-ID.
           move AT-POSTING-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if WS-PURGE-RECORD then
               move "ACCTLDG" to SRT-SOURCE
               perform 3990-RELEASE-REMOVAL thru 3990-EXIT
               add 1 to WS-PURGED-ACCTLDG
           else
               write NEW-ACCOUNT-LEDGER-RECORD
                   from ACCOUNT-LEDGER-RECORD
               add 1 to WS-KEPT-COUNT
           end-if.
           perform 4280-READ-ACCOUNT-LEDGER thru 4280-EXIT.
       4250-EXIT.
           exit.

       4280-READ-ACCOUNT-LEDGER.
           read ACCOUNT-LEDGER-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       4280-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4300-PURGE-LIMIT-AUDIT
      *  THE LIMITS AUDIT TRAIL CARRIES THE CUSTOMER ID AS KEYED ON
      *  THE CARD - A REJECTED CARD WITH NO PROPER ID NAMES NOBODY
      *  AND IS KEPT.
      *-----------------------------------------------------------
       4300-PURGE-LIMIT-AUDIT.
           open input LIMIT-AUDIT-FILE.
           if WS-LIMAUDT-STATUS not = "00" then
               display "LIMIT-AUDIT-FILE open failed - status "
                   WS-LIMAUDT-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 4300-EXIT
           end-if.
           open output NEW-LIMIT-AUDIT-FILE.
           move "N" to WS-EOF-SWITCH.
           perform 4380-READ-LIMIT-AUDIT thru 4380-EXIT.
           perform 4350-PURGE-ONE-LIMIT-AUDIT thru 4350-EXIT
               until WS-EOF-INPUT.
           close LIMIT-AUDIT-FILE.
           close NEW-LIMIT-AUDIT-FILE.
       4300-EXIT.
           exit.

       4350-PURGE-ONE-LIMIT-AUDIT.
           move "N" to WS-PURGE-SWITCH.
           if LA-CUSTOMER-ID is numeric then
               move LA-CUSTOMER-ID to WS-CHECK-ID
               move LA-CHANGE-DATE to WS-CHECK-DATE
               perform 3900-CHECK-PURGE thru 3900-EXIT
           end-if.
           if WS-PURGE-RECORD then
               move "LIMAUDT" to SRT-SOURCE
               perform 3990-RELEASE-REMOVAL thru 3990-EXIT
               add 1 to WS-PURGED-LIMAUDT
           else
               write NEW-LIMIT-AUDIT-RECORD
                   from LIMIT-AUDIT-RECORD
               add 1 to WS-KEPT-COUNT
           end-if.
           perform 4380-READ-LIMIT-AUDIT thru 4380-EXIT.
       4350-EXIT.
           exit.

       4380-READ-LIMIT-AUDIT.
           read LIMIT-AUDIT-FILE
               at end
                   move "Y" to WS-EOF-SWITCH
           end-read.
       4380-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4400-PURGE-ACCOUNT-MASTER
      *  A SERIAL SWEEP OF THE CANTEEN ACCOUNTS.  A LEAVER'S
      *  ACCOUNT GOES ONCE ITS LAST POSTING IS BEFORE THE CUT-OFF
      *  AND IT IS SQUARE - ONE STILL OWING OR OWED IS A DEBT, NOT
      *  OLD DATA, AND IS KEPT AND COUNTED FOR FINANCE TO SETTLE.
      *-----------------------------------------------------------
       4400-PURGE-ACCOUNT-MASTER.
           open i-o CANTEEN-ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = "00" then
               display "CANTEEN-ACCOUNT-FILE open failed - status "
                   WS-ACCOUNT-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 4400-EXIT
           end-if.
           move "N" to WS-INDEX-EOF-SWITCH.
           move 0 to CA-CUSTOMER-ID.
           start CANTEEN-ACCOUNT-FILE
               key is not less than CA-CUSTOMER-ID
               invalid key
                   move "Y" to WS-INDEX-EOF-SWITCH
           end-start.
           perform 4450-PURGE-ONE-ACCOUNT thru 4450-EXIT
               until WS-EOF-INDEXED.
           close CANTEEN-ACCOUNT-FILE.
       4400-EXIT.
           exit.

       4450-PURGE-ONE-ACCOUNT.
           read CANTEEN-ACCOUNT-FILE next record
               at end
                   move "Y" to WS-INDEX-EOF-SWITCH
                   go to 4450-EXIT
           end-read.
           move CA-CUSTOMER-ID to WS-CHECK-ID.
           move CA-LAST-POSTED-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if not WS-PURGE-RECORD then
               go to 4450-EXIT
           end-if.
           if CA-BALANCE not = 0 then
               add 1 to WS-ACCOUNTS-HELD
               go to 4450-EXIT
           end-if.
           delete CANTEEN-ACCOUNT-FILE record
               invalid key
                   continue
               not invalid key
                   move "CANACCT" to SRT-SOURCE
                   perform 3990-RELEASE-REMOVAL thru 3990-EXIT
                   add 1 to WS-PURGED-CANACCT
           end-delete.
       4450-EXIT.
           exit.

      *-----------------------------------------------------------
      *  4500-PURGE-LIMITS-MASTER
      *  THE SAME SWEEP FOR THE CUSTOMER LIMITS.  A LEAVER'S LIMITS
      *  GO ONCE THEIR LATEST DATE - THE LAST CHANGE, OR THE END OF
      *  AN EXCLUSION RUNNING PAST IT - IS BEFORE THE CUT-OFF.
      *-----------------------------------------------------------
       4500-PURGE-LIMITS-MASTER.
           open i-o CUSTOMER-LIMITS-FILE.
           if WS-CUSTLIM-STATUS not = "00" then
               display "CUSTOMER-LIMITS-FILE open failed - status "
                   WS-CUSTLIM-STATUS upon console
               move "Y" to WS-FILE-ERROR-SWITCH
               go to 4500-EXIT
           end-if.
           move "N" to WS-INDEX-EOF-SWITCH.
           move 0 to LM-CUSTOMER-ID.
           start CUSTOMER-LIMITS-FILE
               key is not less than LM-CUSTOMER-ID
               invalid key
                   move "Y" to WS-INDEX-EOF-SWITCH
           end-start.
           perform 4550-PURGE-ONE-LIMIT thru 4550-EXIT
               until WS-EOF-INDEXED.
           close CUSTOMER-LIMITS-FILE.
       4500-EXIT.
           exit.

       4550-PURGE-ONE-LIMIT.
           read CUSTOMER-LIMITS-FILE next record
               at end
                   move "Y" to WS-INDEX-EOF-SWITCH
                   go to 4550-EXIT
           end-read.
           move LM-CHANGED-DATE to WS-LATEST-DATE.
           if LM-EXCLUDE-END-DATE is numeric
               and LM-EXCLUDE-END-DATE > WS-LATEST-DATE then
               move LM-EXCLUDE-END-DATE to WS-LATEST-DATE
           end-if.
           move LM-CUSTOMER-ID to WS-CHECK-ID.
           move WS-LATEST-DATE to WS-CHECK-DATE.
           perform 3900-CHECK-PURGE thru 3900-EXIT.
           if not WS-PURGE-RECORD then
               go to 4550-EXIT
           end-if.
           delete CUSTOMER-LIMITS-FILE record
               invalid key
                   continue
               not invalid key
                   move "CUSTLIM" to SRT-SOURCE
                   perform 3990-RELEASE-REMOVAL thru 3990-EXIT
                   add 1 to WS-PURGED-CUSTLIM
           end-delete.
       4550-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7000-PRINT-CERTIFICATE
      *  SORT OUTPUT PROCEDURE - ONE LINE PER PERSON PER SOURCE
      *  WITH THE RECORDS REMOVED AND THEIR DATE RANGE, THE TOTALS
      *  BY SOURCE, AND THE CERTIFYING STATEMENT.
      *-----------------------------------------------------------
       7000-PRINT-CERTIFICATE.
           open output PURGE-CERTIFICATE.
           move WS-TODAY-DATE to WS-CH1-DATE.
           move WS-CUTOFF-DATE to WS-CH1-CUTOFF.
           move WS-RETENTION-MONTHS to WS-CH1-MONTHS.
           perform 7500-PRINT-CERT-HEADINGS thru 7500-EXIT.
           perform 7900-RETURN-SORT-RECORD thru 7900-EXIT.
           if not WS-EOF-SORT-WORK then
               perform 7100-START-NEW-GROUP thru 7100-EXIT
           end-if.
           perform 7200-COUNT-ONE-REMOVAL thru 7200-EXIT
               until WS-EOF-SORT-WORK.
           if WS-GROUP-COUNT > 0 then
               perform 7300-PRINT-GROUP thru 7300-EXIT
           end-if.
           perform 7600-PRINT-CERT-TOTALS thru 7600-EXIT.
           close PURGE-CERTIFICATE.
       7000-EXIT.
           exit.

       7100-START-NEW-GROUP.
           move SRT-CUSTOMER-ID to WS-HOLD-CUSTOMER-ID.
           move SRT-SOURCE to WS-HOLD-SOURCE.
           move 0 to WS-GROUP-COUNT.
           move SRT-RECORD-DATE to WS-GROUP-EARLIEST.
           move SRT-RECORD-DATE to WS-GROUP-LATEST.
       7100-EXIT.
           exit.

       7200-COUNT-ONE-REMOVAL.
           if SRT-CUSTOMER-ID not = WS-HOLD-CUSTOMER-ID
               or SRT-SOURCE not = WS-HOLD-SOURCE then
               perform 7300-PRINT-GROUP thru 7300-EXIT
               perform 7100-START-NEW-GROUP thru 7100-EXIT
           end-if.
           add 1 to WS-GROUP-COUNT.
           move SRT-RECORD-DATE to WS-GROUP-LATEST.
           add 1 to WS-PURGED-TOTAL.
           perform 7900-RETURN-SORT-RECORD thru 7900-EXIT.
       7200-EXIT.
           exit.

       7300-PRINT-GROUP.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE then
               perform 7500-PRINT-CERT-HEADINGS thru 7500-EXIT
           end-if.
           move WS-HOLD-CUSTOMER-ID to WS-CD-CUSTOMER-ID.
           move WS-HOLD-SOURCE to WS-CD-SOURCE.
           move WS-GROUP-COUNT to WS-CD-COUNT.
           move WS-GROUP-EARLIEST to WS-CD-EARLIEST.
           move WS-GROUP-LATEST to WS-CD-LATEST.
           write PURGE-CERTIFICATE-LINE from WS-CERT-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-LINE-COUNT.
       7300-EXIT.
           exit.

       7500-PRINT-CERT-HEADINGS.
           add 1 to WS-PAGE-NUMBER.
           move WS-PAGE-NUMBER to WS-CH1-PAGE.
           write PURGE-CERTIFICATE-LINE from WS-CERT-HEADING-1
               after advancing page.
           write PURGE-CERTIFICATE-LINE from WS-CERT-HEADING-2
               after advancing 2 lines.
           move spaces to PURGE-CERTIFICATE-LINE.
           write PURGE-CERTIFICATE-LINE after advancing 1 line.
           move 4 to WS-LINE-COUNT.
       7500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  7600-PRINT-CERT-TOTALS
      *  ALWAYS PRINTED, SO A PURGE THAT FOUND NOTHING TO REMOVE
      *  STILL LEAVES A SIGNED CERTIFICATE SAYING SO.
      *-----------------------------------------------------------
       7600-PRINT-CERT-TOTALS.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE - 19 then
               perform 7500-PRINT-CERT-HEADINGS thru 7500-EXIT
           end-if.
           move "DSPLOG" to WS-CT-SOURCE.
           move WS-PURGED-DSPLOG to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 2 lines.
           move "AGEEXC" to WS-CT-SOURCE.
           move WS-PURGED-AGEEXC to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "DRNKEXC" to WS-CT-SOURCE.
           move WS-PURGED-DRNKEXC to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "PAYDED" to WS-CT-SOURCE.
           move WS-PURGED-PAYDED to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "DOBMAST" to WS-CT-SOURCE.
           move WS-PURGED-DOBMAST to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "VCHMAST" to WS-CT-SOURCE.
           move WS-PURGED-VCHMAST to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "CUSTJRN" to WS-CT-SOURCE.
           move WS-PURGED-CUSTJRN to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "CANACCT" to WS-CT-SOURCE.
           move WS-PURGED-CANACCT to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "ACCTLDG" to WS-CT-SOURCE.
           move WS-PURGED-ACCTLDG to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "CUSTLIM" to WS-CT-SOURCE.
           move WS-PURGED-CUSTLIM to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "LIMAUDT" to WS-CT-SOURCE.
           move WS-PURGED-LIMAUDT to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 1 line.
           move "ALL" to WS-CT-SOURCE.
           move WS-PURGED-TOTAL to WS-CT-COUNT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TOTAL-LINE
               after advancing 2 lines.
           move WS-TODAY-DATE to WS-CS-DATE.
           move WS-CUTOFF-DATE to WS-CS-CUTOFF.
           move WS-CERT-STATEMENT to WS-CX-TEXT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TEXT-LINE
               after advancing 3 lines.
           if WS-FILE-ERROR then
               move "A FILE COULD NOT BE PURGED - SEE THE JOB LOG. "
                   & "THIS CERTIFICATE COVERS ONLY THE FILES LISTED."
                   to WS-CX-TEXT
               write PURGE-CERTIFICATE-LINE from WS-CERT-TEXT-LINE
                   after advancing 1 line
           end-if.
           move WS-OPERATOR-ID to WS-CR-OPERATOR.
           move WS-CERT-RUN-BY to WS-CX-TEXT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TEXT-LINE
               after advancing 2 lines.
           move "CERTIFIED ______________________   DATE __________"
               to WS-CX-TEXT.
           write PURGE-CERTIFICATE-LINE from WS-CERT-TEXT-LINE
               after advancing 3 lines.
       7600-EXIT.
           exit.

       7900-RETURN-SORT-RECORD.
           return SORT-WORK-FILE
               at end
                   move "Y" to WS-SORT-EOF-SWITCH
           end-return.
       7900-EXIT.
           exit.

      *-----------------------------------------------------------
      *  8000-PRINT-SAR-DETAIL
      *  ONE SUBJECT-ACCESS LINE UNDER THE CURRENT SOURCE.
      *-----------------------------------------------------------
       8000-PRINT-SAR-DETAIL.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE then
               perform 8500-PRINT-SAR-HEADINGS thru 8500-EXIT
           end-if.
           move WS-SOURCE-NAME to WS-SD-SOURCE.
           write SUBJECT-ACCESS-LINE from WS-SAR-DETAIL-LINE
               after advancing 1 line.
           add 1 to WS-LINE-COUNT.
           add 1 to WS-RECORDS-FOUND.
       8000-EXIT.
           exit.

       8100-PRINT-SAR-SUMMARY.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE then
               perform 8500-PRINT-SAR-HEADINGS thru 8500-EXIT
           end-if.
           move WS-SOURCE-NAME to WS-SS-SOURCE.
           move WS-RECORDS-FOUND to WS-SS-COUNT.
           write SUBJECT-ACCESS-LINE from WS-SAR-SUMMARY-LINE
               after advancing 1 line.
           move spaces to SUBJECT-ACCESS-LINE.
           write SUBJECT-ACCESS-LINE after advancing 1 line.
           add 2 to WS-LINE-COUNT.
       8100-EXIT.
           exit.

       8200-PRINT-NOT-AVAILABLE.
           move 0 to WS-SD-DATE.
           move "FILE NOT AVAILABLE - NOT SEARCHED" to WS-SD-TEXT.
           perform 8000-PRINT-SAR-DETAIL thru 8000-EXIT.
           move "Y" to WS-FILE-ERROR-SWITCH.
           move 0 to WS-RECORDS-FOUND.
           perform 8100-PRINT-SAR-SUMMARY thru 8100-EXIT.
       8200-EXIT.
           exit.

       8500-PRINT-SAR-HEADINGS.
           add 1 to WS-PAGE-NUMBER.
           move WS-PAGE-NUMBER to WS-SH1-PAGE.
           write SUBJECT-ACCESS-LINE from WS-SAR-HEADING-1
               after advancing page.
           write SUBJECT-ACCESS-LINE from WS-SAR-HEADING-2
               after advancing 2 lines.
           move spaces to SUBJECT-ACCESS-LINE.
           write SUBJECT-ACCESS-LINE after advancing 1 line.
           move 4 to WS-LINE-COUNT.
       8500-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9000-TERMINATE
      *  RC 0 - DONE.  RC 16 - A FILE COULD NOT BE READ OR PURGED;
      *  FOR THE PURGE THIS ALSO STOPS THE SWAP STEPS.
      *-----------------------------------------------------------
       9000-TERMINATE.
           if WS-MODE-PURGE then
               display "Records removed: " WS-PURGED-TOTAL
                   upon console
               display "Log records kept: " WS-KEPT-COUNT
                   upon console
               if WS-ACCOUNTS-HELD > 0
                   display "Leaver accounts kept for balance: "
                       WS-ACCOUNTS-HELD upon console
               end-if
               if WS-EXTRACTS-SKIPPED > 0
                   display "HR extract out of sequence, passed over: "
                       WS-EXTRACTS-SKIPPED upon console
               end-if
           end-if.
           if WS-FILE-ERROR then
               move 16 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if.
           close CUSTOMER-MASTER.
           close AUDIT-LOG-FILE.
           if WS-MODE-PURGE then
               perform 9900-REGISTER-RUN-END thru 9900-EXIT
           end-if.
       9000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  9900-REGISTER-RUN-END
      *  COMPLETE THE RUN-STATUS RECORD WITH THE RETURN CODE AND
      *  THE RECORDS REMOVED.
      *-----------------------------------------------------------
       9900-REGISTER-RUN-END.
           move "E" to RC-FUNCTION-CODE.
           move RETURN-CODE to RC-RETURN-CODE.
           move WS-PURGED-TOTAL to RC-KEY-COUNT.
           call "run-status" using RUN-STATUS-PARM.
       9900-EXIT.
           exit.
