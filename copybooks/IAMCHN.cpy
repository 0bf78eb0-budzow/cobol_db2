      *----------------------------------------------------------
      *  IAMCHN - REPORTING-CHAIN EXTRACT FOR THE IDENTITY AND
      *  ACCESS MANAGEMENT SYSTEM (DB2IAMCH OUTPUT). ONE HEADER,
      *  ONE DETAIL PER DSN8C10.EMP ROW IN EMPNO ORDER, ONE
      *  TRAILER WITH THE DETAIL COUNT AND THE LOOP AND BROKEN
      *  CHAIN COUNTS. A GENERATION WITH NO TRAILER IS INCOMPLETE.
      *
      *  THE DIRECT MANAGER IS THE MGRNO OF THE EMPLOYEE'S
      *  WORKDEPT, OR FOR THAT DEPARTMENT'S OWN MANAGER THE
      *  MGRNO OF THE NEXT DEPARTMENT UP THE ADMRDEPT CHAIN.
      *  THE CHAIN LISTS EVERY DEPARTMENT LEVEL FROM WORKDEPT UP
      *  TO THE TOP DEPARTMENT (ITS OWN ADMRDEPT) WITH THAT
      *  DEPARTMENT'S MGRNO - LEVEL 1 IS THE EMPLOYEE'S OWN
      *  DEPARTMENT, WHOSE MANAGER MAY BE THE EMPLOYEE.
      *
      *  IAM-DT-STATUS:
      *    C  CHAIN COMPLETE TO THE TOP DEPARTMENT
      *    T  TOP OF THE ORGANIZATION - NO MANAGER ABOVE
      *    V  COMPLETE, BUT A DEPARTMENT IN THE CHAIN HAS NO
      *       MANAGER (THE NEXT MANAGER UP IS THE DIRECT MANAGER)
      *    B  BROKEN - NO WORKDEPT, A DEPARTMENT NOT ON
      *       DSN8C10.DEPT, A MGRNO NOT ON DSN8C10.EMP, OR MORE
      *       THAN 10 LEVELS; THE CHAIN STOPS WHERE IT BROKE
      *    L  LOOP - THE ADMRDEPT CHAIN RETURNS TO A DEPARTMENT
      *       ALREADY WALKED; THE CHAIN STOPS BEFORE THE REPEAT
      *----------------------------------------------------------
       01  IAM-RECORD.
           05  IAM-REC-TYPE               PIC X(01).
               88  IAM-REC-HEADER                     VALUE 'H'.
               88  IAM-REC-DETAIL                      VALUE 'D'.
               88  IAM-REC-TRAILER                     VALUE 'T'.
           05  FILLER                     PIC X(119).

       01  IAM-HEADER-RECORD REDEFINES IAM-RECORD.
           05  IAM-HD-TYPE                PIC X(01).
           05  IAM-HD-BUSINESS-DATE       PIC X(10).
           05  IAM-HD-RUN-DATE            PIC X(10).
           05  FILLER                     PIC X(99).

       01  IAM-DETAIL-RECORD REDEFINES IAM-RECORD.
           05  IAM-DT-TYPE                PIC X(01).
           05  IAM-DT-EMPNO               PIC X(06).
           05  IAM-DT-DIRECT-MGR          PIC X(06).
           05  IAM-DT-CHAIN-DATA.
               10  IAM-DT-WORKDEPT        PIC X(03).
               10  IAM-DT-STATUS          PIC X(01).
                   88  IAM-CHAIN-COMPLETE             VALUE 'C'.
                   88  IAM-CHAIN-TOP                  VALUE 'T'.
                   88  IAM-CHAIN-VACANT               VALUE 'V'.
                   88  IAM-CHAIN-BROKEN               VALUE 'B'.
                   88  IAM-CHAIN-LOOP                 VALUE 'L'.
               10  IAM-DT-LEVEL-COUNT     PIC 9(02).
               10  IAM-DT-LEVEL OCCURS 10 TIMES.
                   15  IAM-DT-LEVEL-DEPT  PIC X(03).
                   15  IAM-DT-LEVEL-MGRNO PIC X(06).
           05  FILLER                     PIC X(11).

       01  IAM-TRAILER-RECORD REDEFINES IAM-RECORD.
           05  IAM-TR-TYPE                PIC X(01).
           05  IAM-TR-RECORD-COUNT        PIC 9(07).
           05  IAM-TR-LOOP-COUNT          PIC 9(07).
           05  IAM-TR-BROKEN-COUNT        PIC 9(07).
           05  IAM-TR-BUSINESS-DATE       PIC X(10).
           05  FILLER                     PIC X(88).
