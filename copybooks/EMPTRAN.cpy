      *  LETS HR SUBMIT FUTURE-DATED WORK - DB2TRNRL HOLDS SUCH
      *  CARDS ON THE PENDING WAREHOUSE AND RELEASES THEM INTO
      *  TRANIN ON THE FIRST CYCLE WHOSE BUSINESS DATE REACHES
      *  THE EFFECTIVE DATE. TRAN-OVERRIDE-CODE LETS AN A CARD
      *  HIRE PAST THE DEPARTMENT'S AUTHORIZED HEADCOUNT ON THE
      *  POSITION-CONTROL BUDGET (POSBUD).
      *----------------------------------------------------------
       01  TRAN-RECORD.
           05  TRAN-TYPE                  PIC X(01).
           05  TRAN-NEW-JOB               PIC X(08).
           05  TRAN-NEW-SALARY            PIC 9(07)V99.
           05  TRAN-EFF-DATE              PIC X(08).
           05  TRAN-OVERRIDE-CODE         PIC X(06).
           05  FILLER                     PIC X(22).
