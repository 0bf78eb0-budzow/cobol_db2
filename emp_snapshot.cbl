               88  WS-STEP-BYPASSED                    VALUE 'Y'.
           05  WS-SNAPPREV-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-SNAPPREV-EOF                     VALUE 'Y'.
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
               PERFORM WRITE-SNAP-DETAIL
           END-IF.

           SET SNAP-REC-HEADER TO TRUE.
           MOVE WS-STAMP-DATE TO SNAP-HD-RUN-DATE.
           WRITE SNAP-RECORD FROM SNAP-HEADER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-SNAP-DETAIL.
           MOVE SPACES          TO SNAP-DETAIL-RECORD.
           MOVE WS-EDLEVEL      TO SNAP-DT-EDLEVEL.
           MOVE WS-SALARY       TO SNAP-DT-SALARY.
           WRITE SNAP-RECORD FROM SNAP-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           ADD 1 TO WS-SNAP-RECORD-COUNT.

       WRITE-SNAP-TRAILER.
           MOVE WS-SNAP-RECORD-COUNT TO SNAP-TR-RECORD-COUNT.
           MOVE WS-STAMP-DATE        TO SNAP-TR-RUN-DATE.
           WRITE SNAP-RECORD FROM SNAP-TRAILER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       TERMINATION.
           CLOSE SNAP-FILE.
           CLOSE EXCP-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2EMPHS' TO STATP-PROGRAM.
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
