      *=================================================================
      *  BUSCAL.CPY
      *  RECORD LAYOUT FOR THE INDEXED BUSINESS-CALENDAR FILE,
      *  KEYED BY DATE - ONE RECORD PER CALENDAR DATE, LOADED A
      *  YEAR AT A TIME BY CAL-MAINT.  A DATE IS A WORKING OR A
      *  NON-WORKING DAY; THE MONTH-END AND YEAR-END FLAGS MARK THE
      *  LAST WORKING DAY OF THE MONTH AND OF THE YEAR, WHICH IS
      *  WHEN THE MONTH-END STEPS RUN.  THE RUN OVERRIDE LETS THE
      *  BATCH RUN ON A NON-WORKING DAY THAT WOULD OTHERWISE BE
      *  REFUSED BY RUN-STATUS.  DAY OF WEEK 1 IS MONDAY.
      *=================================================================
       01  BUSINESS-CALENDAR-RECORD.
           05  BC-CALENDAR-DATE            PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BC-DAY-OF-WEEK              PIC 9(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BC-WORKING-FLAG             PIC X(01).
               88  BC-WORKING-DAY                      VALUE "Y".
               88  BC-NON-WORKING-DAY                  VALUE "N".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BC-MONTH-END-FLAG           PIC X(01).
               88  BC-MONTH-END                        VALUE "Y".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BC-YEAR-END-FLAG            PIC X(01).
               88  BC-YEAR-END                         VALUE "Y".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BC-OVERRIDE-FLAG            PIC X(01).
               88  BC-RUN-OVERRIDE                     VALUE "Y".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BC-DESCRIPTION              PIC X(20).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BC-LOADED-DATE              PIC 9(08).
           05  BC-LOADED-BY                PIC X(08).
           05  FILLER                      PIC X(07)   VALUE SPACES.
