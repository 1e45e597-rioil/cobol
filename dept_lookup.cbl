       IDENTIFICATION DIVISION.
        PROGRAM-ID. dept-lookup.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - the department
      *                      master lookup.  the department on the
      *                      master was free text, so the same team
      *                      turned up under three spellings and
      *                      nobody owned its exceptions.  enroll and
      *                      cust-maint CALL this to refuse an
      *                      unknown or inactive department,
      *                      dept-convert to map the old free text,
      *                      and age-report and exc-dispo to put the
      *                      description and the manager against a
      *                      code.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  DEPARTMENT-MASTER.
           COPY DEPTMST.
       WORKING-STORAGE SECTION.
           77 WS-DEPTMAST-STATUS pic X(02) value "00".
           77 WS-DEPT-EOF-SWITCH pic X(01) value "N".
               88 WS-DEPT-EOF value "Y".
           77 WS-MATCH-FOUND-SWITCH pic X(01) value "N".
               88 WS-MATCH-FOUND value "Y".
           77 WS-LOWER-CASE pic X(26)
               value "abcdefghijklmnopqrstuvwxyz".
           77 WS-UPPER-CASE pic X(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 WS-MATCH-DESCRIPTION pic X(20).
           01 WS-MATCH-TEXT pic X(20).
           01 WS-MATCH-TEXT-PARTS redefines WS-MATCH-TEXT.
               05 WS-MATCH-CODE pic X(04).
               05 WS-MATCH-REST pic X(16).
       LINKAGE SECTION.
           COPY DEPSTC.
       PROCEDURE DIVISION USING DEPARTMENT-LOOKUP-PARM.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  ONE CALL - OPEN THE DEPARTMENT MASTER, FIND THE
      *  DEPARTMENT BY CODE OR BY DESCRIPTION, CLOSE AND RETURN.
      *  THE FILE IS NEVER HELD OPEN BETWEEN CALLS, SO DEPT-MAINT
      *  CAN RUN WHILE NOTHING ELSE IS.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           move "08" to DK-RESULT.
           move spaces to DK-DEPT-CODE.
           move spaces to DK-DESCRIPTION.
           move spaces to DK-COST-CENTRE.
           move spaces to DK-MANAGER-ID.
           move spaces to DK-MANAGER-NAME.
           if DK-DEPARTMENT-TEXT = spaces then
               goback
           end-if.
           move DK-DEPARTMENT-TEXT to WS-MATCH-TEXT.
           inspect WS-MATCH-TEXT
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           perform 1000-OPEN-DEPARTMENTS thru 1000-EXIT.
           if not DK-RESULT-FILE-ERROR then
               perform 2000-FIND-BY-CODE thru 2000-EXIT
               if not WS-MATCH-FOUND then
                   perform 3000-FIND-BY-DESCRIPTION thru 3000-EXIT
               end-if
               if WS-MATCH-FOUND then
                   perform 4000-RETURN-DEPARTMENT thru 4000-EXIT
               end-if
               close DEPARTMENT-MASTER
           end-if.
           goback.

      *-----------------------------------------------------------
      *  1000-OPEN-DEPARTMENTS
      *  READ ONLY - THE MASTER IS ONLY EVER CHANGED BY DEPT-MAINT.
      *-----------------------------------------------------------
       1000-OPEN-DEPARTMENTS.
           open input DEPARTMENT-MASTER.
           if WS-DEPTMAST-STATUS not = "00" then
               display "dept-lookup: DEPARTMENT-MASTER open "
                   "failed - status " WS-DEPTMAST-STATUS upon console
               move "16" to DK-RESULT
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-FIND-BY-CODE
      *  A CODE IS AT MOST FOUR CHARACTERS - ANYTHING LONGER CAN
      *  ONLY BE A DESCRIPTION.
      *-----------------------------------------------------------
       2000-FIND-BY-CODE.
           move "N" to WS-MATCH-FOUND-SWITCH.
           if WS-MATCH-REST not = spaces then
               go to 2000-EXIT
           end-if.
           move WS-MATCH-CODE to DM-DEPT-CODE.
           read DEPARTMENT-MASTER
               invalid key
                   continue
               not invalid key
                   move "Y" to WS-MATCH-FOUND-SWITCH
           end-read.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-FIND-BY-DESCRIPTION
      *  SERIAL SWEEP OF THE MASTER FOR A DESCRIPTION EQUAL TO THE
      *  TEXT, CASE IGNORED - THE MASTER IS A FEW DOZEN RECORDS.
      *-----------------------------------------------------------
       3000-FIND-BY-DESCRIPTION.
           move "N" to WS-MATCH-FOUND-SWITCH.
           move "N" to WS-DEPT-EOF-SWITCH.
           move low-values to DM-DEPT-CODE.
           start DEPARTMENT-MASTER
               key is greater than DM-DEPT-CODE
               invalid key
                   go to 3000-EXIT
           end-start.
           perform 3100-CHECK-NEXT-DEPARTMENT thru 3100-EXIT
               until WS-DEPT-EOF or WS-MATCH-FOUND.
       3000-EXIT.
           exit.

       3100-CHECK-NEXT-DEPARTMENT.
           read DEPARTMENT-MASTER next record
               at end
                   move "Y" to WS-DEPT-EOF-SWITCH
                   go to 3100-EXIT
           end-read.
           move DM-DESCRIPTION to WS-MATCH-DESCRIPTION.
           inspect WS-MATCH-DESCRIPTION
               converting WS-LOWER-CASE to WS-UPPER-CASE.
           if WS-MATCH-DESCRIPTION = WS-MATCH-TEXT then
               move "Y" to WS-MATCH-FOUND-SWITCH
           end-if.
       3100-EXIT.
           exit.

       4000-RETURN-DEPARTMENT.
           move DM-DEPT-CODE to DK-DEPT-CODE.
           move DM-DESCRIPTION to DK-DESCRIPTION.
           move DM-COST-CENTRE to DK-COST-CENTRE.
           move DM-MANAGER-ID to DK-MANAGER-ID.
           move DM-MANAGER-NAME to DK-MANAGER-NAME.
           if DM-ACTIVE then
               move "00" to DK-RESULT
           else
               move "04" to DK-RESULT
           end-if.
       4000-EXIT.
           exit.
