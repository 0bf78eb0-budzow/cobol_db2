      *----------------------------------------------------------
      *  TERMMSTK - KEYED (VSAM KSDS) TERMINATED-EMPLOYEE MASTER
      *  THE SAME TERMINATION IMAGES AS THE TERMEMP MASTER GDG,
      *  REBUILT BY DB2TRMLD EVERY TIME IT ROLLS THE MASTER
      *  FORWARD, WITH THE KEY MOVED TO THE FRONT SO THE ONLINE
      *  INQUIRY (DB2EMPIQ) CAN GO STRAIGHT TO AN EMPNO. EMPNO,
      *  TERM DATE AND RUN TIME KEY IT, AS THEY ORDER THE GDG, SO
      *  AN EMPLOYEE TERMINATED MORE THAN ONCE HAS ONE RECORD PER
      *  TERMINATION, OLDEST FIRST.
      *----------------------------------------------------------
       01  TRMK-RECORD.
           05  TRMK-KEY.
               10  TRMK-EMPNO             PIC X(06).
               10  TRMK-DATE              PIC 9(08).
               10  TRMK-RUN-TIME          PIC 9(06).
           05  TRMK-FIRSTNME              PIC X(12).
           05  TRMK-MIDINIT               PIC X(01).
           05  TRMK-LASTNAME              PIC X(15).
           05  TRMK-WORKDEPT              PIC X(03).
           05  TRMK-HIREDATE              PIC X(10).
           05  TRMK-JOB                   PIC X(08).
           05  TRMK-EDLEVEL               PIC 9(02).
           05  TRMK-SALARY                PIC 9(07)V99.
           05  TRMK-BONUS                 PIC 9(07)V99.
           05  TRMK-COMM                  PIC 9(07)V99.
           05  FILLER                     PIC X(22)  VALUE SPACES.
