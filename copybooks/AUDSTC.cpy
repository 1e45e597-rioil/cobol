      *=================================================================
      *  AUDSTC.CPY
      *  COMMUNICATION AREA FOR THE AUDIT-SEAL SUBPROGRAM - EVERY
      *  PROGRAM CALLS IT WITH FUNCTION "S", PASSING ITS BUILT
      *  AUDIT-LOG-RECORD, IMMEDIATELY BEFORE WRITING THE ENTRY; THE
      *  SEAL COMES BACK FILLED IN.  AUDIT-VERIFY CALLS IT WITH
      *  FUNCTION "C" TO RECOMPUTE AN ENTRY'S CHECK VALUE FROM THE
      *  PREVIOUS ENTRY'S, WITHOUT TOUCHING THE SEQUENCE FILE.
      *=================================================================
       01  AUDIT-SEAL-PARM.
           05  AS-FUNCTION-CODE            PIC X(01).
               88  AS-FUNCTION-SEAL                    VALUE "S".
               88  AS-FUNCTION-CHECK                   VALUE "C".
           05  AS-PREVIOUS-CHECK           PIC 9(09).
           05  AS-COMPUTED-CHECK           PIC 9(09).
           05  AS-RESULT                   PIC X(02).
               88  AS-RESULT-OK                        VALUE "00".
               88  AS-RESULT-FILE-ERROR                VALUE "16".
