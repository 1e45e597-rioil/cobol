      *                      a report or archive run is itself
      *                      traceable to an operator instead of
      *                      reading the id card and discarding it.
      *  15/10/2026  rioil   seal the audit entry through audit-
      *                      seal just before it is written, so
      *                      it carries the log's sequence number
      *                      and chained check value.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01 WS-TIMESTAMP.
               05 WS-TS-DATE pic 9(08).
               05 WS-TS-TIME-OUT pic 9(06).
           COPY AUDSTC.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
        DECLARATIVES.
           else
               move "AUDIT ACTIVITY REPORT" to AL-KEY-INPUT
           end-if.
           move "S" to AS-FUNCTION-CODE.
           call "audit-seal" using AUDIT-SEAL-PARM
               AUDIT-LOG-RECORD.
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.
       1050-EXIT.
