               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RPT-FILE ASSIGN TO EDITRPT
               ORGANIZATION LINE SEQUENTIAL.

           05  GRD-IN-MAX-SALARY          PIC 9(07)V99.
           05  FILLER                     PIC X(54).

       FD  BUSDATE-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  BUSDATE-IN-RECORD.
           05  BUSDATE-IN-DATE            PIC X(10).
           05  FILLER                     PIC X(70).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           05  WS-PROBLEM-COUNT            PIC S9(05) COMP VALUE ZERO.
           05  WS-EDLV-RECORDS             PIC S9(05) COMP VALUE ZERO.
           05  WS-PREV-LEVEL               PIC 9(02)  VALUE ZERO.
           05  WS-BUSDATE-STATUS           PIC X(02).
           05  WS-BUSDATE-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-BUSDATE-FOUND                    VALUE 'Y'.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

           COPY EDLVTAB.

           COPY GRDTAB.

       01  WS-BUSDATE-X.
           05  WS-BD-MM                    PIC X(02).
           05  FILLER                      PIC X(01).
           05  WS-BD-DD                    PIC X(02).
           05  FILLER                      PIC X(01).
           05  WS-BD-YYYY                  PIC X(04).
       01  WS-BUSDATE-YMD.
           05  WS-BY-YYYY                  PIC X(04).
           05  WS-BY-MM                    PIC X(02).
           05  WS-BY-DD                    PIC X(02).
       01  WS-BUSDATE-YMD-N REDEFINES WS-BUSDATE-YMD
                                           PIC 9(08).
       01  WS-CAL-LAST-DATE                PIC 9(08).

           COPY CALPARM.

           COPY STATPARM.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM INITIALIZATION.

           PERFORM EDIT-WINFN-PARM.

           PERFORM EDIT-GRADE-TABLE.

           PERFORM EDIT-BUSINESS-CALENDAR.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-WINFN-FOUND-SW
                       ADD 1 TO STATP-ROWS-FETCHED
               END-READ
               CLOSE WINFNPRM-FILE
           END-IF.
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-SIMPL-FOUND-SW
                       ADD 1 TO STATP-ROWS-FETCHED
               END-READ
               CLOSE SIMPLPRM-FILE
           END-IF.
           READ EDLV-FILE
               AT END
                   SET WS-EDLV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-EDLV-EOF
           READ GRADE-FILE
               AT END
                   SET WS-GRADE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

           IF NOT WS-GRADE-EOF

           MOVE GRD-IN-JOB TO WS-PREV-JOB.

      *    EVERY DATE DECISION IN THE CYCLE IS TAKEN FROM THE
      *    BUSINESS CALENDAR, SO THE CYCLE IS STOPPED HERE IF THE
      *    CALENDAR CANNOT BE LOADED OR DOES NOT COVER TONIGHT'S
      *    BUSINESS DATE. A CALENDAR RUNNING OUT WITHIN A MONTH OF
      *    WORKING DAYS IS CALLED OUT SO IT IS EXTENDED IN TIME.
       EDIT-BUSINESS-CALENDAR.
           OPEN INPUT BUSDATE-FILE.

           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-BUSDATE-FOUND-SW
                       MOVE BUSDATE-IN-DATE TO WS-BUSDATE-X
                       ADD 1 TO STATP-ROWS-FETCHED
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

           IF NOT WS-BUSDATE-FOUND
               MOVE 'BUSDATE' TO WS-MSG-SOURCE
               MOVE 'BUSINESS DATE CARD MISSING OR EMPTY'
                   TO WS-MSG-TEXT
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF WS-BD-YYYY NUMERIC
                  AND WS-BD-MM NUMERIC
                  AND WS-BD-DD NUMERIC
                   PERFORM CHECK-CALENDAR-COVERAGE
               ELSE
                   MOVE 'BUSDATE' TO WS-MSG-SOURCE
                   STRING 'BUSINESS DATE ''' WS-BUSDATE-X
                          ''' IS NOT MM/DD/YYYY'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
           END-IF.

       CHECK-CALENDAR-COVERAGE.
           MOVE WS-BD-YYYY TO WS-BY-YYYY.
           MOVE WS-BD-MM   TO WS-BY-MM.
           MOVE WS-BD-DD   TO WS-BY-DD.
           MOVE 'L'              TO CALP-FUNCTION.
           MOVE WS-BUSDATE-YMD-N TO CALP-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.

           EVALUATE TRUE
               WHEN CALP-OK
                   MOVE CALP-LAST-DATE TO WS-CAL-LAST-DATE
                   MOVE 'S'              TO CALP-FUNCTION
                   MOVE WS-BUSDATE-YMD-N TO CALP-DATE-IN
                   MOVE 20               TO CALP-DAYS
                   PERFORM CALL-BUSINESS-CALENDAR
                   IF NOT CALP-OK
                       MOVE 'BUSCAL' TO WS-MSG-SOURCE
                       STRING 'CALENDAR ENDS ' WS-CAL-LAST-DATE
                              ' - RUN CALMAINT TO ADD THE NEXT YEAR'
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM WRITE-MESSAGE-LINE
                   END-IF
               WHEN CALP-NOT-COVERED
                   MOVE 'BUSCAL' TO WS-MSG-SOURCE
                   STRING 'CALENDAR DOES NOT COVER BUSINESS DATE '
                          WS-BUSDATE-X
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN OTHER
                   MOVE 'BUSCAL' TO WS-MSG-SOURCE
                   MOVE 'BUSINESS CALENDAR MISSING, EMPTY OR UNSORTED'
                       TO WS-MSG-TEXT
                   PERFORM WRITE-PROBLEM-LINE
           END-EVALUATE.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-BUSINESS-CALENDAR.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2CALDT' USING CALP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.

       WRITE-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT.
           PERFORM WRITE-MESSAGE-LINE.
           CLOSE RPT-FILE.

           DISPLAY 'DB2PRVAL - PROBLEMS FOUND = ' WS-PROBLEM-COUNT.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2PRVAL' TO STATP-PROGRAM.
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
