      *----------------------------------------------------------
      *  DQHIST - EMPLOYEE DATA-QUALITY HISTORY RECORD
      *  ONE RECORD PER NIGHTLY CYCLE, IN BUSINESS DATE ORDER,
      *  WRITTEN BY DB2EMPDQ WITH THE NUMBER OF DSN8C10.EMP ROWS
      *  SCORED, THE NUMBER FAILING ANY EMPLOYEE RULE, AND THE
      *  FAILURE COUNT FOR EACH RULE IN RULE-TABLE ORDER:
      *    1  HIREDATE BEFORE AGE 16 OR IN THE FUTURE
      *    2  PHONENO BLANK OR NOT NUMERIC
      *    3  EDLEVEL NOT ON THE EDLVIN TABLE
      *    4  JOB NOT ON THE GRADEIN TABLE
      *    5  ZERO SALARY
      *    6  DEPARTMENT MANAGER WORKS IN ANOTHER DEPARTMENT
      *----------------------------------------------------------
       01  DQHIST-RECORD.
           05  DQH-RUN-DATE               PIC 9(08).
           05  DQH-EMP-COUNT              PIC 9(07).
           05  DQH-FAIL-EMP-COUNT         PIC 9(07).
           05  DQH-RULE-COUNT             PIC 9(07) OCCURS 6 TIMES.
           05  FILLER                     PIC X(16).
