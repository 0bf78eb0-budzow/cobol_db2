           SELECT MSTOUT-FILE ASSIGN TO MSTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TRMKSD-FILE ASSIGN TO TERMKSDS
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY TRMK-KEY
               FILE STATUS IS WS-TRMKSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRMIN-FILE
           LABEL RECORDS OMITTED.
           COPY TERMEMP.

       FD  TRMKSD-FILE.
           COPY TERMMSTK.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
           05  WS-MSTIN-STATUS             PIC X(02).
           05  WS-TRMKSD-STATUS            PIC X(02).
           05  WS-TRMKSD-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-TRMKSD-OPEN                      VALUE 'Y'.
           05  WS-MSTIN-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-MSTIN-OPEN                       VALUE 'Y'.
           05  WS-TRMIN-EOF-SW             PIC X(01)  VALUE 'N'.
           05  WS-MSTIN-COUNT              PIC S9(07) COMP VALUE ZERO.
           05  WS-MSTOUT-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-DUP-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-TRMKSD-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-TRMKSD-ERROR-COUNT       PIC S9(07) COMP VALUE ZERO.

           COPY TERMEMP REPLACING LEADING ==TERM== BY ==WS-TERM==.

       01  WS-TRMIN-KEY.
           05  WS-TRMIN-KEY-EMPNO          PIC X(06).
           OPEN INPUT  TRMIN-FILE.
           OPEN INPUT  MSTIN-FILE.
           OPEN OUTPUT MSTOUT-FILE.
           OPEN OUTPUT TRMKSD-FILE.

           IF WS-TRMKSD-STATUS = '00'
               SET WS-TRMKSD-OPEN TO TRUE
           ELSE
               DISPLAY 'DB2TRMLD - KEYED TERM MASTER OPEN FAILED -'
                       ' STATUS ' WS-TRMKSD-STATUS
           END-IF.

           IF WS-MSTIN-STATUS = '00'
               SET WS-MSTIN-OPEN TO TRUE
           END-EVALUATE.

       WRITE-MASTER-FROM-MSTIN.
           MOVE MSTIN-RECORD TO WS-TERM-RECORD.
           PERFORM WRITE-MASTER-RECORD.

       WRITE-MASTER-FROM-TRMIN.
           MOVE TRMIN-RECORD TO WS-TERM-RECORD.
           PERFORM WRITE-MASTER-RECORD.

       WRITE-MASTER-RECORD.
           WRITE TERM-RECORD FROM WS-TERM-RECORD.
           ADD 1 TO WS-MSTOUT-COUNT.

           IF WS-TRMKSD-OPEN
               PERFORM WRITE-KEYED-RECORD
           END-IF.

      *    THE KEYED COPY IS RELOADED FROM SCRATCH ON EVERY RUN (THE
      *    CLUSTER IS DEFINED REUSE), SO IT ALWAYS HOLDS EXACTLY WHAT
      *    THE NEW GDG GENERATION HOLDS. THE MERGE WRITES IN KEY
      *    ORDER AND DROPS DUPLICATES, SO A REFUSED WRITE MEANS THE
      *    ONLINE COPY IS INCOMPLETE.
       WRITE-KEYED-RECORD.
           MOVE SPACES              TO TRMK-RECORD.
           MOVE WS-TERM-EMPNO       TO TRMK-EMPNO.
           MOVE WS-TERM-DATE        TO TRMK-DATE.
           MOVE WS-TERM-RUN-TIME    TO TRMK-RUN-TIME.
           MOVE WS-TERM-FIRSTNME    TO TRMK-FIRSTNME.
           MOVE WS-TERM-MIDINIT     TO TRMK-MIDINIT.
           MOVE WS-TERM-LASTNAME    TO TRMK-LASTNAME.
           MOVE WS-TERM-WORKDEPT    TO TRMK-WORKDEPT.
           MOVE WS-TERM-HIREDATE    TO TRMK-HIREDATE.
           MOVE WS-TERM-JOB         TO TRMK-JOB.
           MOVE WS-TERM-EDLEVEL     TO TRMK-EDLEVEL.
           MOVE WS-TERM-SALARY      TO TRMK-SALARY.
           MOVE WS-TERM-BONUS       TO TRMK-BONUS.
           MOVE WS-TERM-COMM        TO TRMK-COMM.

           WRITE TRMK-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRMKSD-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-TRMKSD-COUNT
           END-WRITE.

       TERMINATION.
           CLOSE TRMIN-FILE.
           IF WS-MSTIN-OPEN
               CLOSE MSTIN-FILE
           END-IF.
           CLOSE MSTOUT-FILE.
           IF WS-TRMKSD-OPEN
               CLOSE TRMKSD-FILE
           END-IF.

           DISPLAY 'DB2TRMLD - MASTER IN=' WS-MSTIN-COUNT
                   ' RUN TERMS IN=' WS-TRMIN-COUNT
                   ' MASTER OUT=' WS-MSTOUT-COUNT
                   ' DUPLICATES DROPPED=' WS-DUP-COUNT.

           DISPLAY 'DB2TRMLD - KEYED MASTER LOADED=' WS-TRMKSD-COUNT
                   ' REFUSED=' WS-TRMKSD-ERROR-COUNT.

           IF WS-DUP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF NOT WS-TRMKSD-OPEN OR WS-TRMKSD-ERROR-COUNT > ZERO
               DISPLAY 'DB2TRMLD - KEYED TERM MASTER INCOMPLETE -'
                       ' ONLINE INQUIRY IS OUT OF STEP WITH TERMMST'
               MOVE 8 TO RETURN-CODE
           END-IF.
