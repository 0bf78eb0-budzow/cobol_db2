      *----------------------------------------------------------
      *  DPTTRAN - DEPARTMENT MAINTENANCE TRANSACTION RECORD
      *  ONE TYPED CARD PER DSN8C10.DEPT CHANGE (DB2DPTMN TRANIN):
      *  A = NEW DEPARTMENT, D = RETIREMENT, U OR BLANK = IN-PLACE
      *  DEPTNAME/MGRNO/ADMRDEPT CORRECTION (BLANK FIELD ON U =
      *  KEEP CURRENT). PROGRAMS THAT CUT READY-TO-SUBMIT DPTMAINT
      *  CARDS BUILD THEM IN THIS SAME LAYOUT.
      *----------------------------------------------------------
       01  TRAN-RECORD.
           05  TRAN-TYPE                  PIC X(01).
               88  TRAN-TYPE-ADD                      VALUE 'A'.
               88  TRAN-TYPE-DELETE                   VALUE 'D'.
               88  TRAN-TYPE-UPDATE                   VALUE 'U' ' '.
           05  TRAN-DEPTNO                PIC X(03).
           05  TRAN-NEW-DEPTNAME          PIC X(36).
           05  TRAN-NEW-MGRNO             PIC X(06).
           05  TRAN-NEW-ADMRDEPT          PIC X(03).
           05  FILLER                     PIC X(31).
