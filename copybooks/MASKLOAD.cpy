      *----------------------------------------------------------
      *  MASKLOAD - MASKED TEST-REGION UNLOAD RECORDS
      *  (DB2MASKX OUTPUT) - ONE FIXED-POSITION, LOAD-READY RECORD
      *  PER ROW OF DSN8C10.EMP, DEPT, PROJ AND EMPPROJACT, NO
      *  HEADER OR TRAILER. DATES ARE ISO (YYYY-MM-DD) CHARACTER.
      *  A NULL CHARACTER OR DATE COLUMN IS UNLOADED AS SPACES (THE
      *  TEST LOAD CARDS CARRY NULLIF FOR IT); A NULL AMOUNT IS
      *  UNLOADED AS ZERO, THE WAY EVERY REPORT IN THE SYSTEM READS
      *  IT. EMPNO, MGRNO AND RESPEMP ARE ALL MASKED THROUGH THE
      *  SAME MAPPING SO THE TABLES STILL JOIN.
      *----------------------------------------------------------
       01  MSK-EMP-RECORD.
           05  MSK-EMP-EMPNO              PIC X(06).
           05  MSK-EMP-FIRSTNME           PIC X(12).
           05  MSK-EMP-MIDINIT            PIC X(01).
           05  MSK-EMP-LASTNAME           PIC X(15).
           05  MSK-EMP-WORKDEPT           PIC X(03).
           05  MSK-EMP-PHONENO            PIC X(04).
           05  MSK-EMP-HIREDATE           PIC X(10).
           05  MSK-EMP-JOB                PIC X(08).
           05  MSK-EMP-EDLEVEL            PIC 9(04).
           05  MSK-EMP-SEX                PIC X(01).
           05  MSK-EMP-BIRTHDATE          PIC X(10).
           05  MSK-EMP-SALARY             PIC 9(07)V99.
           05  MSK-EMP-BONUS              PIC 9(07)V99.
           05  MSK-EMP-COMM               PIC 9(07)V99.
           05  FILLER                     PIC X(19).

       01  MSK-DEPT-RECORD.
           05  MSK-DEPT-DEPTNO            PIC X(03).
           05  MSK-DEPT-DEPTNAME          PIC X(36).
           05  MSK-DEPT-MGRNO             PIC X(06).
           05  MSK-DEPT-ADMRDEPT          PIC X(03).
           05  MSK-DEPT-LOCATION          PIC X(16).
           05  FILLER                     PIC X(16).

       01  MSK-PROJ-RECORD.
           05  MSK-PROJ-PROJNO            PIC X(06).
           05  MSK-PROJ-PROJNAME          PIC X(24).
           05  MSK-PROJ-DEPTNO            PIC X(03).
           05  MSK-PROJ-RESPEMP           PIC X(06).
           05  MSK-PROJ-PRSTAFF           PIC 9(03)V99.
           05  MSK-PROJ-PRSTDATE          PIC X(10).
           05  MSK-PROJ-PRENDATE          PIC X(10).
           05  MSK-PROJ-MAJPROJ           PIC X(06).
           05  FILLER                     PIC X(10).

       01  MSK-EPA-RECORD.
           05  MSK-EPA-EMPNO              PIC X(06).
           05  MSK-EPA-PROJNO             PIC X(06).
           05  MSK-EPA-ACTNO              PIC 9(04).
           05  MSK-EPA-EMPTIME            PIC 9(03)V99.
           05  MSK-EPA-EMSTDATE           PIC X(10).
           05  MSK-EPA-EMENDATE           PIC X(10).
           05  FILLER                     PIC X(39).
