      *----------------------------------------------------------
      *  STEPSTAT - NIGHTLY STEP RUN-STATISTICS RECORD
      *  ONE RECORD PER STEP PROGRAM PER RUN, APPENDED BY THE
      *  COMMON ROUTINE DB2STATW TO THE CUMULATIVE RUN-STATISTICS
      *  HISTORY (DISP=MOD) AND READ BY THE WEEKLY DB2STATR TREND
      *  REPORT. DATES ARE YYYYMMDD, TIMES HHMMSS. ROWS FETCHED
      *  ARE THE DB2 ROWS OR INPUT RECORDS THE STEP READ; ROWS
      *  WRITTEN ARE THE DATA RECORDS IT WROTE (EXTRACTS, HISTORY,
      *  EXCEPTIONS - NOT REPORT PRINT LINES). A STEP THAT
      *  BYPASSED ITSELF ON A RERUN IS MARKED SO THE TREND LEAVES
      *  IT OUT OF ITS AVERAGES.
      *----------------------------------------------------------
       01  STEPSTAT-RECORD.
           05  STAT-BUSINESS-DATE         PIC 9(08).
           05  FILLER                     PIC X(01).
           05  STAT-PROGRAM               PIC X(08).
           05  FILLER                     PIC X(01).
           05  STAT-START-DATE            PIC 9(08).
           05  STAT-START-TIME            PIC 9(06).
           05  FILLER                     PIC X(01).
           05  STAT-END-DATE              PIC 9(08).
           05  STAT-END-TIME              PIC 9(06).
           05  FILLER                     PIC X(01).
           05  STAT-ELAPSED-SECS          PIC 9(07).
           05  FILLER                     PIC X(01).
           05  STAT-ROWS-FETCHED          PIC 9(09).
           05  FILLER                     PIC X(01).
           05  STAT-ROWS-WRITTEN          PIC 9(09).
           05  FILLER                     PIC X(01).
           05  STAT-COMMITS               PIC 9(07).
           05  FILLER                     PIC X(01).
           05  STAT-RETURN-CODE           PIC 9(04).
           05  FILLER                     PIC X(01).
           05  STAT-BYPASS-SW             PIC X(01).
               88  STAT-BYPASSED                      VALUE 'Y'.
           05  FILLER                     PIC X(10).
