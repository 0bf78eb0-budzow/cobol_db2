      *----------------------------------------------------------
      *  POSBUD - POSITION-CONTROL BUDGET MASTER (DB2POSMN OUTPUT)
      *  ONE RECORD PER DEPARTMENT PER FISCAL YEAR, IN FISCAL
      *  YEAR / DEPTNO ORDER: THE AUTHORIZED HEADCOUNT AND THE
      *  ANNUAL SALARY BUDGET. THE FISCAL YEAR IS THE CALENDAR
      *  YEAR. DB2EMPMN HOLDS NEW HIRES TO THE HEADCOUNT AND
      *  DB2POSVR REPORTS BUDGET AGAINST ACTUAL. PBUD-APPROVAL-REF
      *  AND PBUD-CHANGED-DATE RECORD THE LAST CHANGE APPLIED.
      *----------------------------------------------------------
       01  PBUD-RECORD.
           05  PBUD-KEY.
               10  PBUD-FISCAL-YEAR       PIC 9(04).
               10  PBUD-DEPTNO            PIC X(03).
           05  PBUD-AUTH-HEADCOUNT        PIC 9(05).
           05  PBUD-SALARY-BUDGET         PIC 9(11)V99.
           05  PBUD-APPROVAL-REF          PIC X(10).
           05  PBUD-CHANGED-DATE          PIC 9(08).
           05  FILLER                     PIC X(37).
