               88  WS-STEP-BYPASSED                    VALUE 'Y'.
           05  WS-DEPTPREV-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-DEPTPREV-EOF                     VALUE 'Y'.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

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
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPTNO TO WS-DEPT-NO(WS-DEPT-COUNT)
           END-IF.
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               DISPLAY WS-DEPT ' ' WS-COUNT
               IF WS-DEPT NOT = WS-PREV-DEPT
                   IF NOT WS-FIRST-ROW
           MOVE WS-PREV-DEPT TO DPCNT-WORKDEPT.
           MOVE WS-PREV-COUNT TO DPCNT-COUNT.
           WRITE DEPTCNT-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-ORPHAN-RECORD.
           MOVE SPACES       TO ORPHAN-RECORD.
           MOVE WS-DEPT      TO ORPH-WORKDEPT.
           MOVE WS-COUNT     TO ORPH-COUNT.
           WRITE ORPHAN-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       TERMINATION.
           CLOSE EXCP-FILE.
           CLOSE ORPHAN-FILE.
           CLOSE DEPTCNT-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'SIMPLCNT' TO STATP-PROGRAM.
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
