           05  WS-PRINT-SEVERITY           PIC 9(01).
           05  WS-SECTION-COUNT            PIC S9(05) COMP VALUE ZERO.
           05  WS-DASH-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

       01  WS-SQLCODE-X                    PIC X(10).
           88  WS-SQL-RETRYABLE            VALUE '      -911'
       01  WS-CNT-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-CNT-FOUND                            VALUE 'Y'.

           COPY STATPARM.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM INITIALIZATION.

           PERFORM LOAD-EXCEPTION-TABLE.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.
           READ EXCP-FILE
               AT END
                   SET WS-EXCP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       STORE-EXCP-RECORD.

       WRITE-HISTORY-RECORD.
           WRITE HIST-RECORD FROM WS-EXCP-RAW(WS-EXCP-IDX).
           ADD 1 TO STATP-ROWS-WRITTEN.

       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
       TERMINATION.
           CLOSE EXCP-FILE.
           CLOSE RPT-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2EXCPT' TO STATP-PROGRAM.
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
