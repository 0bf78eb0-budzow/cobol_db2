           05  WS-RESTART-EMPNO            PIC X(06)  VALUE SPACES.
           05  WS-COMMIT-COUNT             PIC S9(09) COMP VALUE ZERO.
           05  WS-COMMIT-FREQ              PIC S9(09) COMP VALUE 1000.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-DEPTPREV-STATUS          PIC X(02).
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
               IF WS-DEPT(1:3) NOT = WS-PREV-DEPT
                   IF NOT WS-FIRST-DETAIL
                       PERFORM PRINT-DEPT-TRAILER
           MOVE WS-DEPT(1:3) TO CHKPT-WORKDEPT.
           MOVE WS-EMPNO     TO CHKPT-EMPNO.
           WRITE CHKPT-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

           EXEC SQL COMMIT END-EXEC.
           ADD 1 TO STATP-COMMITS.

           MOVE ZERO TO WS-COMMIT-COUNT.

           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               PERFORM PRINT-TOPN-DETAIL-LINE
           END-IF.

           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               PERFORM PRINT-SUMMARY-DETAIL-LINE
           END-IF.

           MOVE WS-PREV-DEPT       TO DPCNT-WORKDEPT.
           MOVE WS-PREV-DEPT-COUNT TO DPCNT-COUNT.
           WRITE DEPTCNT-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       TERMINATION.
           CLOSE RPT-FILE.
           IF WS-MODE-DETAIL OR WS-STEP-BYPASSED
               CLOSE DEPTCNT-FILE
           END-IF.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2WINFN' TO STATP-PROGRAM.
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
