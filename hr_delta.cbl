           05  WS-CURR-HEADER-DATE         PIC X(10)  VALUE SPACES.
           05  WS-CURR-DETAIL-COUNT        PIC S9(07) COMP VALUE ZERO.
           05  WS-CURR-TRAILER-COUNT       PIC S9(07) COMP VALUE -1.
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

           PERFORM INITIALIZATION.

           PERFORM READ-CURR-DETAIL.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.
           END-READ.

           IF NOT WS-CURR-EOF
               ADD 1 TO STATP-ROWS-FETCHED
               EVALUATE TRUE
                   WHEN CURR-REC-HEADER
                       SET WS-CURR-HEADER-SEEN TO TRUE
               END-READ
           END-IF.

           IF NOT WS-PRIO-EOF
               ADD 1 TO STATP-ROWS-FETCHED
           END-IF.

           IF NOT WS-PRIO-EOF AND PRIO-REC-TRAILER
               SET WS-PRIO-EOF TO TRUE
               MOVE HIGH-VALUES TO PRIO-DT-EMPNO
           MOVE 'HRCURR'    TO EXCP-CURSOR.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           DISPLAY 'DB2HRDLT - HANDSHAKE FAILED - ' EXCP-SQLERRM.
           MOVE 8 TO RETURN-CODE.

           SET HRD-REC-HEADER TO TRUE.
           MOVE WS-RUN-DATE   TO HRD-HD-RUN-DATE.
           WRITE HRD-RECORD FROM HRD-HEADER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-ADD-DETAIL.
           MOVE SPACES          TO HRD-DETAIL-RECORD.
           MOVE CURR-DT-EMPNO   TO HRD-DT-EMPNO.
           MOVE CURR-DT-EDLABEL TO HRD-DT-EDLABEL.
           WRITE HRD-RECORD FROM HRD-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           ADD 1 TO WS-ADD-COUNT.

       WRITE-CHANGE-DETAIL.
           MOVE CURR-DT-EDLABEL  TO HRD-DT-EDLABEL.
           MOVE PRIO-DT-EDLABEL  TO HRD-DT-OLD-EDLABEL.
           WRITE HRD-RECORD FROM HRD-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           ADD 1 TO WS-CHG-COUNT.

       WRITE-DELETE-DETAIL.
           MOVE PRIO-DT-EMPNO    TO HRD-DT-EMPNO.
           MOVE PRIO-DT-EDLABEL  TO HRD-DT-EDLABEL.
           WRITE HRD-RECORD FROM HRD-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           ADD 1 TO WS-DEL-COUNT.

       WRITE-DELTA-TRAILER.
           MOVE WS-DEL-COUNT   TO HRD-TR-DEL-COUNT.
           MOVE WS-RUN-DATE    TO HRD-TR-RUN-DATE.
           WRITE HRD-RECORD FROM HRD-TRAILER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       TERMINATION.
           CLOSE CURR-FILE.
           END-IF.
           CLOSE DELTA-FILE.
           CLOSE EXCP-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2HRDLT' TO STATP-PROGRAM.
           PERFORM CALL-STEP-STATISTICS.

       END-RUN-STATISTICS.
           MOVE 'E'         TO STATP-FUNCTION.
           MOVE RETURN-CODE TO STATP-STEP-RC.
           PERFORM CALL-STEP-STATISTICS.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-STEP-STATISTICS.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2STATW' USING STATP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.
