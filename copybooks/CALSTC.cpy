      *=================================================================
      *  CALSTC.CPY
      *  COMMUNICATION AREA FOR THE BUS-CALENDAR SUBPROGRAM.
      *  FUNCTION "C" LOOKS UP ONE DATE AND RETURNS ITS WORKING,
      *  MONTH-END, YEAR-END AND OVERRIDE FLAGS; FUNCTION "N"
      *  RETURNS THE FIRST WORKING DAY ON OR AFTER THE DATE.  A
      *  RESULT OF "04" MEANS THE DATE (OR ANY WORKING DAY AFTER
      *  IT) IS NOT ON THE CALENDAR YET, "16" THAT THE CALENDAR
      *  FILE COULD NOT BE READ - THE CALLER CARRIES ON AS IT DID
      *  BEFORE THERE WAS A CALENDAR.
      *=================================================================
       01  BUSINESS-CALENDAR-PARM.
           05  BP-FUNCTION-CODE            PIC X(01).
               88  BP-FUNCTION-CHECK                   VALUE "C".
               88  BP-FUNCTION-NEXT-WORKING            VALUE "N".
           05  BP-CALENDAR-DATE            PIC 9(08).
           05  BP-WORKING-FLAG             PIC X(01).
               88  BP-WORKING-DAY                      VALUE "Y".
           05  BP-MONTH-END-FLAG           PIC X(01).
               88  BP-MONTH-END                        VALUE "Y".
           05  BP-YEAR-END-FLAG            PIC X(01).
               88  BP-YEAR-END                         VALUE "Y".
           05  BP-OVERRIDE-FLAG            PIC X(01).
               88  BP-RUN-OVERRIDE                     VALUE "Y".
           05  BP-DESCRIPTION              PIC X(20).
           05  BP-NEXT-WORKING-DATE        PIC 9(08).
           05  BP-RESULT                   PIC X(02).
               88  BP-RESULT-OK                        VALUE "00".
               88  BP-RESULT-NOT-ON-CALENDAR           VALUE "04".
               88  BP-RESULT-FILE-ERROR                VALUE "16".
