      *=================================================================
      *  DEPSTC.CPY
      *  COMMUNICATION AREA FOR THE DEPT-LOOKUP SUBPROGRAM.  THE
      *  CALLER PASSES A DEPARTMENT AS IT ARRIVED - A CODE, OR THE
      *  DEPARTMENT'S DESCRIPTION IN ANY MIX OF CASE - AND GETS BACK
      *  THE CODE AND THE REST OF THE DEPARTMENT MASTER RECORD.  A
      *  RESULT OF "04" MEANS THE DEPARTMENT IS ON FILE BUT
      *  INACTIVE, "08" THAT IT IS NOT ON FILE AT ALL, "16" THAT
      *  THE DEPARTMENT MASTER COULD NOT BE READ.
      *=================================================================
       01  DEPARTMENT-LOOKUP-PARM.
           05  DK-DEPARTMENT-TEXT          PIC X(20).
           05  DK-DEPT-CODE                PIC X(04).
           05  DK-DESCRIPTION              PIC X(20).
           05  DK-COST-CENTRE              PIC X(06).
           05  DK-MANAGER-ID               PIC X(06).
           05  DK-MANAGER-NAME             PIC X(30).
           05  DK-RESULT                   PIC X(02).
               88  DK-RESULT-ACTIVE                    VALUE "00".
               88  DK-RESULT-INACTIVE                  VALUE "04".
               88  DK-RESULT-NOT-FOUND                 VALUE "08".
               88  DK-RESULT-FILE-ERROR                VALUE "16".
