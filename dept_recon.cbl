           88  WS-RUNCTL-FOUND                        VALUE 'Y'.
       01  WS-STEP-BYPASS-SW              PIC X(01)  VALUE 'N'.
           88  WS-STEP-BYPASSED                       VALUE 'Y'.
       01  WS-CALL-SAVE-RC                PIC S9(04) COMP.

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
               AT END
                   SET WS-WINFN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WINFN-WORKDEPT
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       READ-SIMPL-RECORD.
               AT END
                   SET WS-SIMPL-EOF TO TRUE
                   MOVE HIGH-VALUES TO SIMPL-WORKDEPT
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       COMPARE-DEPARTMENTS.
           END-IF.

           WRITE RECON-LINE FROM RECON-DETAIL-LAYOUT.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-MISSING-FROM-SIMPL.
           MOVE SPACES          TO RECON-DETAIL-LAYOUT.
           MOVE 'MISMATCH'      TO RD-STATUS.
           ADD 1 TO WS-MISMATCH-COUNT.
           WRITE RECON-LINE FROM RECON-DETAIL-LAYOUT.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-MISSING-FROM-WINFN.
           MOVE SPACES          TO RECON-DETAIL-LAYOUT.
           MOVE 'MISMATCH'      TO RD-STATUS.
           ADD 1 TO WS-MISMATCH-COUNT.
           WRITE RECON-LINE FROM RECON-DETAIL-LAYOUT.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-SUMMARY-LINE.
           MOVE SPACES               TO RECON-SUMMARY-LAYOUT.
           MOVE WS-RUN-DATE          TO RS-RUN-DATE.
           MOVE WS-MISMATCH-COUNT    TO RS-MISMATCH-COUNT.
           WRITE RECON-LINE FROM RECON-SUMMARY-LAYOUT.
           ADD 1 TO STATP-ROWS-WRITTEN.

           IF WS-MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           CLOSE WINFN-FILE.
           CLOSE SIMPL-FILE.
           CLOSE RECON-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2RECON' TO STATP-PROGRAM.
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
