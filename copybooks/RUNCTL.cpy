      *  'C' FOR A STEP THAT RAN, 'B' FOR A STEP THAT BYPASSED
      *  ITSELF ON A RERUN AND COPIED ITS PRIOR GENERATION
      *  FORWARD, SO DOWNSTREAM GENERATION-COMPARING STEPS KNOW
      *  THE NEWEST GENERATION IS A RESTART COPY. DB2RUNCT ALSO
      *  STAMPS THE BUSINESS CALENDAR'S DAY TYPE AND MONTH-END
      *  AND QUARTER-END FLAGS FOR THE BUSINESS DATE.
      *----------------------------------------------------------
       01  RUNCTL-RECORD.
           05  RC-BUSINESS-DATE           PIC X(10).
           05  RC-STEP050-STATUS          PIC X(01).
               88  RC-STEP050-COMPLETE                VALUE 'C' 'B'.
               88  RC-STEP050-BYPASSED                VALUE 'B'.
           05  RC-DAY-TYPE                PIC X(01).
               88  RC-WORKING-DAY                     VALUE 'W'.
               88  RC-WEEKEND                         VALUE 'E'.
               88  RC-HOLIDAY                         VALUE 'H'.
           05  RC-MONTH-END-SW            PIC X(01).
               88  RC-MONTH-END                       VALUE 'Y'.
           05  RC-QUARTER-END-SW          PIC X(01).
               88  RC-QUARTER-END                     VALUE 'Y'.
           05  FILLER                     PIC X(60)  VALUE SPACES.
