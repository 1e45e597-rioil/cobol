      *  CODE SAYS WHAT TO COMPUTE OVER THE 0-TO-NUM RANGE - A
      *  BLANK (A DECK FROM BEFORE THE CODE EXISTED) MEANS THE
      *  ORIGINAL TRIANGULAR SUM, AND SIGMA-EDIT NORMALIZES IT.
      *  THE REQUESTER CODE NAMES THE TEAM THAT ASKED, AND MUST BE
      *  ON THE SIGMA-REQUESTER REGISTRY (SGMREG) FOR SIGMA-EDIT TO
      *  PASS THE REQUEST THROUGH.
      *=================================================================
       01  SIGMA-REQUEST-RECORD.
           05  SR-RECORD-TYPE              PIC X(01).
                   88  SR-OP-AVERAGE                   VALUE "A".
                   88  SR-OP-VALID                     VALUE "S" "Q"
                                                       "P" "A" " ".
               10  SR-REQUESTER-CODE       PIC X(04).
               10  FILLER                  PIC X(05).
           05  SR-CONTROL-DATA REDEFINES SR-DETAIL-DATA.
               10  SR-FILE-DATE            PIC 9(08).
               10  SR-RECORD-COUNT         PIC 9(06).
