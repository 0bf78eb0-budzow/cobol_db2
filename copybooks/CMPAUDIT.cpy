      *  PLUS THE AUTHORIZATION CODE WHEN A LIMIT OVERRIDE WAS
      *  USED. CAUD-SORT-DATE, CAUD-RUN-TIME AND CAUD-SEQ GIVE
      *  EACH RECORD A KEY THAT STAYS UNIQUE EVEN WHEN THE JOB
      *  RUNS MORE THAN ONCE IN A DAY. CAUD-EFF-DATE IS THE DATE
      *  THE CHANGE TOOK EFFECT; FOR A BACKDATED SALARY CHANGE
      *  CAUD-RETRO-DAYS IS THE NUMBER OF ALREADY-PAID DAYS THE
      *  RETRO PAY FILE (RETROPAY) COVERS FOR THIS RECORD.
      *----------------------------------------------------------
       01  CAUD-RECORD.
           05  CAUD-EMPNO                 PIC X(06).
           05  CAUD-SORT-DATE             PIC 9(08).
           05  CAUD-SEQ                   PIC 9(07).
           05  CAUD-RUN-TIME              PIC 9(06).
           05  CAUD-EFF-DATE              PIC 9(08).
           05  CAUD-RETRO-DAYS            PIC 9(05).
           05  FILLER                     PIC X(07)  VALUE SPACES.
