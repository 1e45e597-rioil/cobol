      *  RECORD LAYOUT FOR THE DRINK-EXCEPTION-LOG WRITTEN BY
      *  ADULT-CHECK WHEN THE STANDING DRINK RESPONSE IS NEITHER
      *  "y" NOR "n", OR WHEN A COUNTER VISIT COULD NOT BE
      *  DISPENSED - THE REASON NAMES WHICH.  "SELF-EXCLUDED" AND
      *  "OVER DAILY CAP" ARE THE RESPONSIBLE-SERVICE REFUSALS
      *  DRIVEN BY THE CUSTOMER-LIMITS FILE.
      *=================================================================
       01  DRINK-EXCEPTION-RECORD.
           05  DX-CUSTOMER-ID              PIC 9(06).
