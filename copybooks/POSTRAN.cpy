      *----------------------------------------------------------
      *  POSTRAN - POSITION-CONTROL BUDGET MAINTENANCE CARD
      *  (DB2POSMN TRANIN). A = NEW DEPARTMENT BUDGET FOR THE
      *  FISCAL YEAR (HEADCOUNT AND SALARY BUDGET BOTH REQUIRED),
      *  C = CHANGE (A BLANK AMOUNT LEAVES THAT FIELD AS IT IS),
      *  D = REMOVE THE DEPARTMENT'S BUDGET FOR THE YEAR. THE
      *  APPROVAL REFERENCE IS REQUIRED ON EVERY CARD.
      *----------------------------------------------------------
       01  PTRN-RECORD.
           05  PTRN-ACTION                PIC X(01).
               88  PTRN-ACTION-ADD                    VALUE 'A'.
               88  PTRN-ACTION-CHANGE                 VALUE 'C'.
               88  PTRN-ACTION-DELETE                 VALUE 'D'.
           05  PTRN-FISCAL-YEAR-X         PIC X(04).
           05  PTRN-FISCAL-YEAR REDEFINES PTRN-FISCAL-YEAR-X
                                          PIC 9(04).
           05  PTRN-DEPTNO                PIC X(03).
           05  PTRN-AUTH-HEADCOUNT-X      PIC X(05).
           05  PTRN-AUTH-HEADCOUNT REDEFINES PTRN-AUTH-HEADCOUNT-X
                                          PIC 9(05).
           05  PTRN-SALARY-BUDGET-X       PIC X(13).
           05  PTRN-SALARY-BUDGET REDEFINES PTRN-SALARY-BUDGET-X
                                          PIC 9(11)V99.
           05  PTRN-APPROVAL-REF          PIC X(10).
           05  FILLER                     PIC X(44).
