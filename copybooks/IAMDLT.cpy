      *----------------------------------------------------------
      *  IAMDLT - CHANGE-ONLY REPORTING-CHAIN FEED FOR THE
      *  IDENTITY AND ACCESS MANAGEMENT SYSTEM (DB2IAMCH OUTPUT),
      *  TONIGHT'S IAMCHN EXTRACT AGAINST THE PRIOR GENERATION.
      *  ONE HEADER, ONE ACTION-CODED DETAIL PER CHANGED EMPLOYEE,
      *  ONE TRAILER WITH COUNTS PER ACTION CODE.
      *    A  NEW EMPLOYEE
      *    M  DIRECT MANAGER CHANGED - TRIGGERS AN ACCESS REVIEW
      *    H  SAME DIRECT MANAGER, BUT THE WORKDEPT, THE CHAIN
      *       ABOVE OR THE CHAIN STATUS CHANGED
      *    D  EMPLOYEE NO LONGER ON DSN8C10.EMP
      *----------------------------------------------------------
       01  IDL-RECORD.
           05  IDL-REC-TYPE               PIC X(01).
               88  IDL-REC-HEADER                     VALUE 'H'.
               88  IDL-REC-DETAIL                      VALUE 'D'.
               88  IDL-REC-TRAILER                     VALUE 'T'.
           05  FILLER                     PIC X(79).

       01  IDL-HEADER-RECORD REDEFINES IDL-RECORD.
           05  IDL-HD-TYPE                PIC X(01).
           05  IDL-HD-BUSINESS-DATE       PIC X(10).
           05  IDL-HD-PRIOR-DATE          PIC X(10).
           05  IDL-HD-RUN-DATE            PIC X(10).
           05  FILLER                     PIC X(49).

       01  IDL-DETAIL-RECORD REDEFINES IDL-RECORD.
           05  IDL-DT-TYPE                PIC X(01).
           05  IDL-DT-ACTION              PIC X(01).
               88  IDL-ACTION-ADD                     VALUE 'A'.
               88  IDL-ACTION-MANAGER                 VALUE 'M'.
               88  IDL-ACTION-HIERARCHY               VALUE 'H'.
               88  IDL-ACTION-DELETE                  VALUE 'D'.
           05  IDL-DT-EMPNO               PIC X(06).
           05  IDL-DT-WORKDEPT            PIC X(03).
           05  IDL-DT-DIRECT-MGR          PIC X(06).
           05  IDL-DT-STATUS              PIC X(01).
           05  IDL-DT-OLD-WORKDEPT        PIC X(03).
           05  IDL-DT-OLD-DIRECT-MGR      PIC X(06).
           05  IDL-DT-OLD-STATUS          PIC X(01).
           05  FILLER                     PIC X(52).

       01  IDL-TRAILER-RECORD REDEFINES IDL-RECORD.
           05  IDL-TR-TYPE                PIC X(01).
           05  IDL-TR-ADD-COUNT           PIC 9(07).
           05  IDL-TR-MGR-COUNT           PIC 9(07).
           05  IDL-TR-HIER-COUNT          PIC 9(07).
           05  IDL-TR-DEL-COUNT           PIC 9(07).
           05  IDL-TR-BUSINESS-DATE       PIC X(10).
           05  FILLER                     PIC X(41).
