               88  WS-RUNCTL-FOUND                     VALUE 'Y'.
           05  WS-REVIEW-SW                PIC X(01)  VALUE 'N'.
               88  WS-NEEDS-REVIEW                     VALUE 'Y'.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

       01  WS-GATHERED-COUNTS.
           05  WS-SNAP-CURR-COUNT          PIC S9(07) COMP VALUE -1.
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

           PERFORM GATHER-RUN-CONTROL.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.
                   NOT AT END
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-RECORD
                       MOVE 'Y' TO WS-RUNCTL-FOUND-SW
                       ADD 1 TO STATP-ROWS-FETCHED
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           READ SNAPCURR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-FILE-EOF AND SCUR-REC-TRAILER
           READ SNAPPREV-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-FILE-EOF AND SPRV-REC-TRAILER
           READ HRCURR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-FILE-EOF AND HCUR-REC-TRAILER
           READ HRPREV-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-FILE-EOF AND HPRV-REC-TRAILER
           READ HRDLT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-FILE-EOF AND HRD-REC-TRAILER
           READ PAY-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-FILE-EOF AND PAY-REC-TRAILER
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXCP-COUNT
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       GATHER-REJECT-COUNT.
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJ-COUNT
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       PRINT-SUMMARY-PAGE.

       TERMINATION.
           CLOSE RPT-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2NITGL' TO STATP-PROGRAM.
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
