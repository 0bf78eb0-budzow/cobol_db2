      *----------------------------------------------------------
      *  PRJTRAN - PROJECT ASSIGNMENT MAINTENANCE TRANSACTION
      *  ONE TYPED CARD PER DSN8C10.EMPPROJACT CHANGE (DB2PRJMN
      *  TRANIN): A = NEW ASSIGNMENT, D = CLOSE-OUT, U OR BLANK =
      *  IN-PLACE EMPTIME/DATE CORRECTION. DATES ARE YYYYMMDD AND
      *  EMPTIME IS 9V99. PROGRAMS THAT CUT READY-TO-SUBMIT
      *  PRJMAINT CARDS BUILD THEM IN THIS SAME LAYOUT.
      *----------------------------------------------------------
       01  TRAN-RECORD.
           05  TRAN-TYPE                  PIC X(01).
               88  TRAN-TYPE-ADD                      VALUE 'A'.
               88  TRAN-TYPE-DELETE                   VALUE 'D'.
               88  TRAN-TYPE-UPDATE                   VALUE 'U' ' '.
           05  TRAN-PROJNO                PIC X(06).
           05  TRAN-EMPNO                 PIC X(06).
           05  TRAN-ACTNO-X               PIC X(04).
           05  TRAN-ACTNO REDEFINES TRAN-ACTNO-X
                                          PIC 9(04).
           05  TRAN-NEW-EMPTIME-X         PIC X(03).
           05  TRAN-NEW-EMPTIME REDEFINES TRAN-NEW-EMPTIME-X
                                          PIC 9(01)V99.
           05  TRAN-NEW-EMSTDATE          PIC X(08).
           05  TRAN-NEW-EMENDATE          PIC X(08).
           05  FILLER                     PIC X(44).
