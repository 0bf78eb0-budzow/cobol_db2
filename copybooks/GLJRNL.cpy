      *----------------------------------------------------------
      *  GLJRNL - GENERAL LEDGER LABOR-COST JOURNAL RECORD
      *  (DB2GLJRN OUTPUT) - ONE HEADER CARRYING THE POSTING
      *  PERIOD, THEN FOR EACH PROJECT/DEPARTMENT A DEBIT TO THE
      *  PROJECT'S LABOR COST ACCOUNT AND A MATCHING CREDIT TO THE
      *  DEPARTMENT'S SALARY CLEARING ACCOUNT, AND ONE TRAILER
      *  CARRYING THE DETAIL COUNT AND SEPARATE DEBIT AND CREDIT
      *  HASH TOTALS FOR THE LEDGER'S LOAD BALANCING.
      *----------------------------------------------------------
       01  GL-JOURNAL-RECORD.
           05  GL-REC-TYPE                PIC X(01).
               88  GL-REC-HEADER                      VALUE 'H'.
               88  GL-REC-DETAIL                      VALUE 'D'.
               88  GL-REC-TRAILER                     VALUE 'T'.
           05  FILLER                     PIC X(79).

       01  GL-HEADER-RECORD REDEFINES GL-JOURNAL-RECORD.
           05  GL-HD-TYPE                 PIC X(01).
           05  GL-HD-PERIOD               PIC 9(06).
           05  GL-HD-BUSINESS-DATE        PIC X(10).
           05  GL-HD-RUN-DATE             PIC X(10).
           05  GL-HD-SOURCE               PIC X(08).
           05  FILLER                     PIC X(45).

       01  GL-DETAIL-RECORD REDEFINES GL-JOURNAL-RECORD.
           05  GL-DT-TYPE                 PIC X(01).
           05  GL-DT-SEQUENCE             PIC 9(06).
           05  GL-DT-DR-CR                PIC X(02).
               88  GL-DT-DEBIT                        VALUE 'DR'.
               88  GL-DT-CREDIT                       VALUE 'CR'.
           05  GL-DT-COST-CENTER          PIC X(06).
           05  GL-DT-ACCOUNT              PIC X(10).
           05  GL-DT-AMOUNT               PIC 9(11)V99.
           05  GL-DT-PROJNO               PIC X(06).
           05  GL-DT-DEPTNO               PIC X(03).
           05  GL-DT-PERIOD               PIC 9(06).
           05  FILLER                     PIC X(27).

       01  GL-TRAILER-RECORD REDEFINES GL-JOURNAL-RECORD.
           05  GL-TR-TYPE                 PIC X(01).
           05  GL-TR-RECORD-COUNT         PIC 9(07).
           05  GL-TR-DEBIT-HASH           PIC 9(13)V99.
           05  GL-TR-CREDIT-HASH          PIC 9(13)V99.
           05  GL-TR-RUN-DATE             PIC X(10).
           05  FILLER                     PIC X(32).
