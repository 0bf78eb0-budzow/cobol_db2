           05  WS-CURR-HEADER-DATE         PIC X(10)  VALUE SPACES.
           05  WS-CURR-DETAIL-COUNT        PIC S9(07) COMP VALUE ZERO.
           05  WS-CURR-TRAILER-COUNT       PIC S9(07) COMP VALUE -1.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

       01  WS-EDIT-SALARY                  PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-EDLEVEL                 PIC ZZZ9.
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
           MOVE 'SNAPCURR'  TO EXCP-CURSOR.
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           DISPLAY 'DB2EMPDL - HANDSHAKE FAILED - ' EXCP-SQLERRM.
           MOVE 8 TO RETURN-CODE.

           END-IF.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2EMPDL' TO STATP-PROGRAM.
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
