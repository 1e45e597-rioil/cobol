      *  RECORD LAYOUT FOR THE SHARED AUDIT-LOG-FILE WRITTEN BY
      *  HELLO-WORLD, ADULT-CHECK AND SIGMA - ONE ENTRY PER RUN
      *  IDENTIFYING THE OPERATOR, PROGRAM AND KEY INPUT FOR THAT RUN.
      *  EVERY ENTRY IS SEALED BY THE AUDIT-SEAL SUBPROGRAM JUST
      *  BEFORE IT IS WRITTEN: A CONTINUOUS SEQUENCE NUMBER AND A
      *  CHECK VALUE CHAINED FROM THE PREVIOUS ENTRY'S, SO AUDIT-
      *  VERIFY CAN PROVE NOTHING WAS DELETED, INSERTED OR EDITED.
      *  ENTRIES FROM BEFORE SEALING CARRY SPACES IN THE SEAL.
      *=================================================================
       01  AUDIT-LOG-RECORD.
           05  AL-OPERATOR-ID              PIC X(08).
           05  AL-TIMESTAMP                PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AL-KEY-INPUT                PIC X(30).
           05  AL-SEAL.
               10  AL-SEAL-MARK            PIC X(02).
                   88  AL-SEALED                       VALUE "SQ".
               10  AL-SEQUENCE-NUMBER      PIC 9(09)   COMP.
               10  AL-CHECK-VALUE          PIC 9(09)   COMP.
