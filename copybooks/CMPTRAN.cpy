      *----------------------------------------------------------
      *  CMPTRAN - COMPENSATION MAINTENANCE TRANSACTION RECORD
      *  ONE CARD PER DSN8C10.EMP SALARY/BONUS/COMM CHANGE
      *  (DB2CMPMN TRANIN). A BLANK AMOUNT MEANS NO CHANGE TO THAT
      *  FIELD. THE AUTH CODE IS REQUIRED WHEN A CHANGE MOVES A
      *  FIELD OUTSIDE ITS CMPLIMIN LIMIT. TRAN-EFF-DATE
      *  (YYYYMMDD, BLANK OR ZERO = THE BUSINESS DATE) BACKDATES A
      *  LATE-APPROVED CHANGE - DB2CMPMN WRITES THE RETRO PAY FOR
      *  THE PAY PERIODS ALREADY PAID SINCE THEN. PROGRAMS THAT
      *  CUT READY-TO-SUBMIT CMPMAINT CARDS BUILD THEM IN THIS
      *  LAYOUT.
      *----------------------------------------------------------
       01  TRAN-RECORD.
           05  TRAN-EMPNO                 PIC X(06).
           05  TRAN-NEW-SALARY-X          PIC X(09).
           05  TRAN-NEW-SALARY REDEFINES TRAN-NEW-SALARY-X
                                          PIC 9(07)V99.
           05  TRAN-NEW-BONUS-X           PIC X(09).
           05  TRAN-NEW-BONUS REDEFINES TRAN-NEW-BONUS-X
                                          PIC 9(07)V99.
           05  TRAN-NEW-COMM-X            PIC X(09).
           05  TRAN-NEW-COMM REDEFINES TRAN-NEW-COMM-X
                                          PIC 9(07)V99.
           05  TRAN-AUTH-CODE             PIC X(08).
           05  TRAN-EFF-DATE              PIC X(08).
           05  FILLER                     PIC X(31).
