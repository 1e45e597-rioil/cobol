       IDENTIFICATION DIVISION.
        PROGRAM-ID. audit-seal.
        AUTHOR. rioil.
        INSTALLATION.  where.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY.
      *-----------------------------------------------------------
      *  MODIFICATION HISTORY
      *  15/10/2026  rioil   original version - tamper evidence for
      *                      the shared audit log.  every program
      *                      CALLs this subprogram with its built
      *                      audit entry just before writing it:
      *                      function "S" takes the next sequence
      *                      number from the audit-sequence file,
      *                      chains a check value from the last
      *                      entry's check and this entry's contents,
      *                      stamps both on the entry and moves the
      *                      sequence file on.  function "C" only
      *                      recomputes the check, for audit-verify
      *                      walking the log.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        SOURCE-COMPUTER. pc.
        OBJECT-COMPUTER. pc.
        SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDSEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD  AUDIT-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
           COPY AUDSEQ.
       WORKING-STORAGE SECTION.
           77 WS-AUDSEQ-STATUS pic X(02) value "00".
           77 WS-SEQUENCE-FOUND-SWITCH pic X(01) value "N".
               88 WS-SEQUENCE-FOUND value "Y".
           77 WS-CHAR-SUB pic 9(04) comp value 0.
           77 WS-CHAIN-MODULUS pic 9(09) comp value 999999937.
           77 WS-CHAIN-VALUE pic 9(12) comp value 0.
           77 WS-NEXT-SEQUENCE pic 9(09) value 0.
      *    WHAT THE CHECK VALUE COVERS - THE ENTRY'S OWN FIELDS AND
      *    ITS SEQUENCE NUMBER, SO A RENUMBERED ENTRY BREAKS TOO.
           01 WS-CHECK-TEXT.
               05 WS-CT-ENTRY pic X(70).
               05 WS-CT-SEQUENCE pic 9(09).
       LINKAGE SECTION.
           COPY AUDSTC.
           COPY AUDITLOG.
       PROCEDURE DIVISION USING AUDIT-SEAL-PARM AUDIT-LOG-RECORD.
        DECLARATIVES.
        END DECLARATIVES.
      *-----------------------------------------------------------
      *  0000-MAIN-PROCESS
      *  ONE CALL - APPLY THE FUNCTION AND RETURN.  THE SEQUENCE
      *  FILE IS NEVER HELD OPEN BETWEEN CALLS.
      *-----------------------------------------------------------
       0000-MAIN-PROCESS.
           move "00" to AS-RESULT.
           evaluate true
               when AS-FUNCTION-SEAL
                   perform 1000-SEAL-ENTRY thru 1000-EXIT
               when AS-FUNCTION-CHECK
                   perform 5000-COMPUTE-CHECK thru 5000-EXIT
               when other
                   display "audit-seal: bad function code "
                       AS-FUNCTION-CODE upon console
                   move "16" to AS-RESULT
           end-evaluate.
           goback.

      *-----------------------------------------------------------
      *  1000-SEAL-ENTRY
      *  THE ENTRY TAKES THE NEXT SEQUENCE NUMBER AND A CHECK VALUE
      *  CHAINED FROM THE LAST ONE SEALED.  THE FIRST ENTRY EVER
      *  SEALED IS NUMBER 1, CHAINED FROM ZERO.  A SEQUENCE FILE
      *  THAT CANNOT BE READ OR UPDATED LEAVES THE ENTRY UNSEALED -
      *  IT IS STILL WRITTEN, AND AUDIT-VERIFY REPORTS IT.
      *-----------------------------------------------------------
       1000-SEAL-ENTRY.
           move spaces to AL-SEAL-MARK.
           move 0 to AL-SEQUENCE-NUMBER.
           move 0 to AL-CHECK-VALUE.
           perform 2000-READ-SEQUENCE thru 2000-EXIT.
           if AS-RESULT-FILE-ERROR then
               go to 1000-EXIT
           end-if.
           if WS-SEQUENCE-FOUND
               and AQ-LAST-SEQUENCE is numeric
               and AQ-LAST-CHECK is numeric then
               compute WS-NEXT-SEQUENCE = AQ-LAST-SEQUENCE + 1
               move AQ-LAST-CHECK to AS-PREVIOUS-CHECK
           else
               move 1 to WS-NEXT-SEQUENCE
               move 0 to AS-PREVIOUS-CHECK
           end-if.
           move WS-NEXT-SEQUENCE to AL-SEQUENCE-NUMBER.
           perform 5000-COMPUTE-CHECK thru 5000-EXIT.
           move spaces to AUDIT-SEQUENCE-RECORD.
           move WS-NEXT-SEQUENCE to AQ-LAST-SEQUENCE.
           move AS-COMPUTED-CHECK to AQ-LAST-CHECK.
           move AL-PROGRAM-NAME to AQ-LAST-PROGRAM.
           move AL-TIMESTAMP to AQ-LAST-TIMESTAMP.
           perform 3000-SAVE-SEQUENCE thru 3000-EXIT.
           if AS-RESULT-FILE-ERROR then
               go to 1000-EXIT
           end-if.
           move "SQ" to AL-SEAL-MARK.
           move AS-COMPUTED-CHECK to AL-CHECK-VALUE.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  2000-READ-SEQUENCE
      *  THE FILE IS CREATED, EMPTY, ON THE VERY FIRST CALL.
      *-----------------------------------------------------------
       2000-READ-SEQUENCE.
           move "N" to WS-SEQUENCE-FOUND-SWITCH.
           open i-o AUDIT-SEQUENCE-FILE.
           if WS-AUDSEQ-STATUS = "35" then
               open output AUDIT-SEQUENCE-FILE
               close AUDIT-SEQUENCE-FILE
               open i-o AUDIT-SEQUENCE-FILE
           end-if.
           if WS-AUDSEQ-STATUS not = "00" then
               display "audit-seal: AUDIT-SEQUENCE-FILE open failed "
                   "- status " WS-AUDSEQ-STATUS upon console
               move "16" to AS-RESULT
               go to 2000-EXIT
           end-if.
           read AUDIT-SEQUENCE-FILE
               at end
                   continue
               not at end
                   move "Y" to WS-SEQUENCE-FOUND-SWITCH
           end-read.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  3000-SAVE-SEQUENCE
      *  REWRITE THE ONE RECORD IN PLACE, OR WRITE IT ON A FILE
      *  THAT WAS EMPTY.
      *-----------------------------------------------------------
       3000-SAVE-SEQUENCE.
           if WS-SEQUENCE-FOUND then
               rewrite AUDIT-SEQUENCE-RECORD
               close AUDIT-SEQUENCE-FILE
           else
               close AUDIT-SEQUENCE-FILE
               open output AUDIT-SEQUENCE-FILE
               write AUDIT-SEQUENCE-RECORD
               close AUDIT-SEQUENCE-FILE
           end-if.
           if WS-AUDSEQ-STATUS not = "00" then
               display "audit-seal: AUDIT-SEQUENCE-FILE update failed "
                   "- status " WS-AUDSEQ-STATUS upon console
               move "16" to AS-RESULT
           end-if.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------
      *  5000-COMPUTE-CHECK
      *  FOLD EVERY CHARACTER OF THE ENTRY AND ITS SEQUENCE NUMBER
      *  INTO THE PREVIOUS CHECK VALUE - MULTIPLY BY 31, ADD THE
      *  CHARACTER, REDUCE MODULO A LARGE PRIME.  CHANGING ANY
      *  CHARACTER OF ANY ENTRY CHANGES EVERY CHECK AFTER IT.
      *-----------------------------------------------------------
       5000-COMPUTE-CHECK.
           move AUDIT-LOG-RECORD(1:70) to WS-CT-ENTRY.
           move AL-SEQUENCE-NUMBER to WS-CT-SEQUENCE.
           move AS-PREVIOUS-CHECK to WS-CHAIN-VALUE.
           perform 5100-FOLD-ONE-CHARACTER thru 5100-EXIT
               varying WS-CHAR-SUB from 1 by 1
               until WS-CHAR-SUB > 79.
           move WS-CHAIN-VALUE to AS-COMPUTED-CHECK.
       5000-EXIT.
           exit.

       5100-FOLD-ONE-CHARACTER.
           compute WS-CHAIN-VALUE = function mod(
               WS-CHAIN-VALUE * 31
               + function ord(WS-CHECK-TEXT(WS-CHAR-SUB:1)),
               WS-CHAIN-MODULUS).
       5100-EXIT.
           exit.
