      *=================================================================
      *  AUDSEQ.CPY
      *  RECORD LAYOUT FOR THE ONE-RECORD AUDIT-SEQUENCE FILE KEPT
      *  BY AUDIT-SEAL - THE SEQUENCE NUMBER AND CHECK VALUE OF THE
      *  LAST AUDIT ENTRY SEALED, AND WHICH PROGRAM SEALED IT AND
      *  WHEN.  AUDIT-VERIFY COMPARES THE LOG'S LAST ENTRY WITH IT,
      *  SO ENTRIES CUT FROM THE END OF THE LOG DO NOT GO UNSEEN.
      *=================================================================
       01  AUDIT-SEQUENCE-RECORD.
           05  AQ-LAST-SEQUENCE            PIC 9(09).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AQ-LAST-CHECK               PIC 9(09).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AQ-LAST-PROGRAM             PIC X(12).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AQ-LAST-TIMESTAMP           PIC X(14).
