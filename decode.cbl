           05  WS-EDLV-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-EDLV-EOF                         VALUE 'Y'.
           05  WS-HR-RECORD-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-HRPRV-STATUS             PIC X(02).
           05  WS-RUNCTL-FOUND-SW          PIC X(01)  VALUE 'N'.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

           COPY STATPARM.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM CHECK-RUN-CONTROL.

           PERFORM INITIALIZATION.

           PERFORM UPDATE-RUN-CONTROL.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       CHECK-RUN-CONTROL.
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               PERFORM RESOLVE-EDLABEL
               DISPLAY 'EMP=' WS-EMPNO
                       ' EDUCATION=' WS-EDLABEL
           SET HR-REC-HEADER  TO TRUE.
           MOVE WS-STAMP-DATE TO HR-HD-RUN-DATE.
           WRITE HR-EXTRACT-RECORD FROM HR-HEADER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-HR-DETAIL.
           MOVE SPACES        TO HR-DETAIL-RECORD.
           MOVE WS-EMPNO      TO HR-DT-EMPNO.
           MOVE WS-EDLABEL    TO HR-DT-EDLABEL.
           WRITE HR-EXTRACT-RECORD FROM HR-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           ADD 1 TO WS-HR-RECORD-COUNT.

       WRITE-HR-TRAILER.
           SET HR-REC-TRAILER      TO TRUE.
           MOVE WS-HR-RECORD-COUNT TO HR-TR-RECORD-COUNT.
           WRITE HR-EXTRACT-RECORD FROM HR-TRAILER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       TERMINATION.
           CLOSE EXCP-FILE.
           CLOSE HR-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2DECOD' TO STATP-PROGRAM.
           PERFORM CALL-STEP-STATISTICS.

       END-RUN-STATISTICS.
           MOVE 'E'         TO STATP-FUNCTION.
           MOVE RETURN-CODE TO STATP-STEP-RC.
           IF WS-STEP-BYPASSED
               MOVE 'Y' TO STATP-BYPASS-SW
           END-IF.
           PERFORM CALL-STEP-STATISTICS.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-STEP-STATISTICS.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2STATW' USING STATP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.
