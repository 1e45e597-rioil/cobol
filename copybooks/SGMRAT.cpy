      *=================================================================
      *  SGMRAT.CPY
      *  ONE CARD OF THE SIGMA CHARGE-RATE TABLE READ BY SIGMA-
      *  CHARGE - THE PRICE CHARGED TO THE REQUESTING TEAM FOR ONE
      *  COMPLETED CALCULATION OF EACH OPERATION CODE, WITH TWO
      *  DECIMAL PLACES IMPLIED (000150 IS 1.50).  THE
      *  TABLE IS A CARD FILE KEPT BY HAND, ONE CARD PER CODE; A
      *  CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *=================================================================
       01  SIGMA-RATE-RECORD.
           05  RT-OPERATION-CODE           PIC X(01).
               88  RT-COMMENT-CARD                     VALUE "*".
           05  FILLER                      PIC X(01).
           05  RT-DESCRIPTION              PIC X(20).
           05  FILLER                      PIC X(01).
           05  RT-RATE                     PIC X(06).
           05  RT-RATE-N REDEFINES RT-RATE
                                           PIC 9(04)V99.
           05  FILLER                      PIC X(51).
