           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT BAL-FILE ASSIGN TO BALOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           LABEL RECORDS OMITTED.
           COPY EXCPREC.

       FD  BAL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  BAL-RECORD.
           05  BAL-RUN-DATE               PIC X(10).
           05  FILLER                     PIC X(02).
           05  BAL-GRAND-TOTAL            PIC 9(13)V99.
           05  FILLER                     PIC X(53).

       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.
           OPEN OUTPUT BAL-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               WRITE EXTR-LINE FROM WS-EXTR-WORK
           END-IF.

           PERFORM WRITE-BALANCE-RECORD.

      *    THE GRAND TOTAL IS PASSED ON FOR THE GL LABOR-COST
      *    JOURNAL (DB2GLJRN) TO BALANCE AGAINST.
       WRITE-BALANCE-RECORD.
           MOVE SPACES              TO BAL-RECORD.
           MOVE WS-RUN-DATE         TO BAL-RUN-DATE.
           MOVE WS-GRAND-TOTAL      TO BAL-GRAND-TOTAL.
           WRITE BAL-RECORD.

       PRINT-PAGE-HEADERS.
           IF WS-PRINT-SUPPRESSED
               CONTINUE
       TERMINATION.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.
           CLOSE BAL-FILE.
           IF WS-EXTRACT-WANTED
               CLOSE EXTR-FILE
           END-IF.
