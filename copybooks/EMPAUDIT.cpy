      *  AUDIT-ACTION. AUDIT-SORT-DATE, AUDIT-RUN-TIME AND
      *  AUDIT-SEQ GIVE EACH RECORD A KEY THAT STAYS UNIQUE EVEN
      *  WHEN THE MAINTENANCE JOB RUNS MORE THAN ONCE IN A DAY.
      *  AUDIT-OVERRIDE-CODE IS SET ON AN ADD THAT WENT PAST THE
      *  DEPARTMENT'S AUTHORIZED HEADCOUNT.
      *----------------------------------------------------------
       01  AUDIT-RECORD.
           05  AUDIT-EMPNO                PIC X(06).
           05  AUDIT-SORT-DATE            PIC 9(08).
           05  AUDIT-SEQ                  PIC 9(07).
           05  AUDIT-RUN-TIME             PIC 9(06).
           05  AUDIT-OVERRIDE-CODE        PIC X(06).
           05  FILLER                     PIC X(18)  VALUE SPACES.
